      * Purpose : WORKING-STORAGE for the shared named-operator
      *           authentication (OPERAUPD.cpy): identification of who
      *           operates (goes to the audit trail), profile, lockout
      *           control, home branch and the in-memory operator
      *           table. COPY this
      *           in the WORKING-STORAGE SECTION of any program that
      *           PERFORMs AUTORIZA-OPERADOR.
      *           The consuming program must also provide:
           02 WS-OPERADOR-ID PIC X(08) VALUE "CONSOLE".
           02 WS-OPERADOR-PERFIL PIC X(01) VALUE SPACE.
              88 OPERADOR-SUPERVISOR VALUE "S".
      *    agencia de lotacao do operador autenticado: quem nao e
      *    supervisor so trabalha contas desta agencia
           02 WS-OPERADOR-AGENCIA PIC 9(04) VALUE 0001.
           02 WS-OPERADOR-AUTORIZADO PIC X VALUE "N".
              88 OPERADOR-AUTORIZADO VALUE "S".
           02 WS-ID-PROCURA PIC X(08) VALUE SPACES.
              03 WS-OPER-PERFIL PIC X(01).
              03 WS-OPER-STATUS PIC X(01).
              03 WS-OPER-FALHAS PIC 9(02).
              03 WS-OPER-AGENCIA PIC 9(04).
