      *                       C0004 de ESTADO-CUENTA; ese programa lo
      *                       reconoce desde su C0007.
      *
      *C0002 --> Fecha: 15/10/2026
      *          Descripción: Referencia, sentido y contrapartida del
      *                       movimiento en el layout del historico (ver
      *                       C0034 de BANK-TRANS-PROCESSOR). El
      *                       registro de los HIST-AAAAMM.DAT sigue
      *                       siendo copia byte a byte del historico,
      *                       ahora de 106 posiciones, asi que la
      *                       referencia viaja al archivo mensual. El
      *                       saldo de arrastre 'S' no es un movimiento:
      *                       va sin referencia ni contrapartida.
      *
      *-----------------------------------------------------------------------*

       ENVIRONMENT DIVISION.
              10 HR-FECHA-DD      PIC 9(2).
           05 HR-DIVISA          PIC X(3).
           05 HR-TASA-APLICADA   PIC 9(4)V9(6).
 C0002*    Referencia, sentido y contrapartida del movimiento (ver
      *    C0034 de BANK-TRANS-PROCESSOR); se copian tal cual.
           05 HR-REFERENCIA      PIC 9(12).
           05 HR-SIGNO           PIC X(1).
              88 HR-AL-DEBE      VALUE 'D'.
              88 HR-AL-HABER     VALUE 'H'.
           05 HR-CONTRA-CUENTA   PIC 9(10).
           05 HR-CONTRA-BANCO    PIC 9(4).
           05 HR-CONTRA-ID       PIC 9(6).
           05 HR-CONTRA-REF      PIC X(20).

      * El registro archivado es copia byte a byte del registro del
 C0002* historico (106 posiciones con la referencia y la contrapartida).
       FD  ARCHIVO-MES.
       01  ARCHIVO-RECORD-OUT  PIC X(106).

       FD  HISTORICO-NUEVO.
       01  HISTORICO-RECORD-OUT.
           05 HN-FECHA           PIC 9(8).
           05 HN-DIVISA          PIC X(3).
           05 HN-TASA-APLICADA   PIC 9(4)V9(6).
 C0002*    Referencia, sentido y contrapartida del movimiento (ver
      *    C0034 de BANK-TRANS-PROCESSOR); se copian tal cual.
           05 HN-REFERENCIA      PIC 9(12).
           05 HN-SIGNO           PIC X(1).
              88 HN-AL-DEBE      VALUE 'D'.
              88 HN-AL-HABER     VALUE 'H'.
           05 HN-CONTRA-CUENTA   PIC 9(10).
           05 HN-CONTRA-BANCO    PIC 9(4).
           05 HN-CONTRA-ID       PIC 9(6).
           05 HN-CONTRA-REF      PIC X(20).

       FD  ARCHIVADO-RPT.
       01  ARCHIVADO-RECORD-OUT  PIC X(80).
              MOVE WS-FECHA-ARRASTRE         TO HN-FECHA
              MOVE WS-ARR-DIVISA(WS-ARR-IDX) TO HN-DIVISA
              MOVE ZERO                      TO HN-TASA-APLICADA
 C0002*          El arrastre no es un movimiento: sin referencia.
              MOVE ZERO                      TO HN-REFERENCIA
              MOVE SPACE                     TO HN-SIGNO
              MOVE ZERO                      TO HN-CONTRA-CUENTA
              MOVE ZERO                      TO HN-CONTRA-BANCO
              MOVE ZERO                      TO HN-CONTRA-ID
              MOVE SPACES                    TO HN-CONTRA-REF
              WRITE HISTORICO-RECORD-OUT
           END-PERFORM.

