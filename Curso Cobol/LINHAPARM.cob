      *    AREA DE PARAMETROS DA ROTINA CENTRAL DA LINHA DE
      *    SUBORDINACAO (PROG208). FUNCAO "C" CARREGA EM MEMORIA OS
      *    GESTORES DO MESTRE DE FUNCIONARIOS E OS VINCULOS DOS
      *    OPERADORES - CHAMAR ANTES DE ABRIR O MESTRE EM I-O.
      *    FUNCAO "V" CONFERE SE O OPERADOR LINHA-APROVADOR E' O
      *    GESTOR DO FUNCIONARIO OU ESTA ACIMA DELE NA LINHA. O
      *    FUNCIONARIO E' LINHA-FUNCIONARIO OU, COM ELE ZERADO, O
      *    FUNCIONARIO VINCULADO AO OPERADOR LINHA-SOLICITANTE.
      *    LINHA-RESULTADO VOLTA "S" (AUTORIZADO), "N" (FORA DA
      *    LINHA) OU "G" (FUNCIONARIO SEM GESTOR OU FORA DO MESTRE -
      *    VALE A REGRA DE APROVACAO ANTERIOR A LINHA), E
      *    LINHA-GESTOR VOLTA COM O GESTOR IMEDIATO.
       01  LINHA-PARAMETROS.
           05 LINHA-FUNCAO            PIC X(01).
               88 LINHA-CARREGAR         VALUE "C".
               88 LINHA-CONFERIR         VALUE "V".
           05 LINHA-FUNCIONARIO       PIC 9(06).
           05 LINHA-SOLICITANTE       PIC X(10).
           05 LINHA-APROVADOR         PIC X(10).
           05 LINHA-GESTOR            PIC 9(06).
           05 LINHA-RESULTADO         PIC X(01).
               88 LINHA-AUTORIZADO       VALUE "S".
               88 LINHA-FORA-DA-LINHA    VALUE "N".
               88 LINHA-SEM-GESTOR       VALUE "G".
