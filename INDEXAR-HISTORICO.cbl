      *                       cuestion de segundos, sin tocar a los
      *                       consumidores secuenciales.
      *
      *C0002 --> Fecha: 15/10/2026
      *          Descripción: La vista indexada lleva tambien la
      *                       referencia, el sentido y la contrapartida
      *                       de cada movimiento (ver C0034 de
      *                       BANK-TRANS-PROCESSOR), para que
      *                       ESTADO-CUENTA los imprima igual por el
      *                       camino indexado que por el secuencial. La
      *                       clave no cambia.
      *
      *-----------------------------------------------------------------------*

       ENVIRONMENT DIVISION.
           05 HR-FECHA           PIC 9(8).
           05 HR-DIVISA          PIC X(3).
           05 HR-TASA-APLICADA   PIC 9(4)V9(6).
 C0002*    Referencia, sentido y contrapartida del movimiento (ver
      *    C0034 de BANK-TRANS-PROCESSOR); pasan tal cual a la vista.
           05 HR-REFERENCIA      PIC 9(12).
           05 HR-SIGNO           PIC X(1).
              88 HR-AL-DEBE      VALUE 'D'.
              88 HR-AL-HABER     VALUE 'H'.
           05 HR-CONTRA-CUENTA   PIC 9(10).
           05 HR-CONTRA-BANCO    PIC 9(4).
           05 HR-CONTRA-ID       PIC 9(6).
           05 HR-CONTRA-REF      PIC X(20).

      * La clave ordena por cuenta, dentro de la cuenta por fecha y
      * dentro de la fecha por orden de grabacion: el recorrido NEXT
           05 HX-BALANCE-RESULT  PIC S9(8)V99 SIGN LEADING SEPARATE.
           05 HX-DIVISA          PIC X(3).
           05 HX-TASA-APLICADA   PIC 9(4)V9(6).
 C0002*    Referencia, sentido y contrapartida del movimiento (ver
      *    C0034 de BANK-TRANS-PROCESSOR); pasan tal cual a la vista.
           05 HX-REFERENCIA      PIC 9(12).
           05 HX-SIGNO           PIC X(1).
              88 HX-AL-DEBE      VALUE 'D'.
              88 HX-AL-HABER     VALUE 'H'.
           05 HX-CONTRA-CUENTA   PIC 9(10).
           05 HX-CONTRA-BANCO    PIC 9(4).
           05 HX-CONTRA-ID       PIC 9(6).
           05 HX-CONTRA-REF      PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           MOVE HR-BALANCE-RESULT TO HX-BALANCE-RESULT
           MOVE HR-DIVISA         TO HX-DIVISA
           MOVE HR-TASA-APLICADA  TO HX-TASA-APLICADA
           MOVE HR-REFERENCIA     TO HX-REFERENCIA
           MOVE HR-SIGNO          TO HX-SIGNO
           MOVE HR-CONTRA-CUENTA  TO HX-CONTRA-CUENTA
           MOVE HR-CONTRA-BANCO   TO HX-CONTRA-BANCO
           MOVE HR-CONTRA-ID      TO HX-CONTRA-ID
           MOVE HR-CONTRA-REF     TO HX-CONTRA-REF
           WRITE HISTORICO-IDX-RECORD
               INVALID KEY
                   ADD 1 TO WS-MOVS-RECHAZADOS
