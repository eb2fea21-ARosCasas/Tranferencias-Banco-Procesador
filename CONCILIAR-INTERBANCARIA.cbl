      *                       devolucion se aplica en cualquier
      *                       estado).
      *
      *C0005 --> Fecha: 15/10/2026
      *          Descripción: Referencia unica, sentido y contrapartida
      *                       en la linea de historico (ver C0034 de
      *                       BANK-TRANS-PROCESSOR). El reabono de una
      *                       devolucion lleva sentido H y como
      *                       contrapartida la cuenta y el banco destino
      *                       de la salida devuelta; la referencia sale
      *                       de CONTADOR-REFERENCIAS.DAT.
      *
      *C0006 --> Fecha: 15/10/2026
      *          Descripción: El reabono de una salida devuelta lleva
      *                       HR-CONTRA-REF 'DEVUELTA ' y el principio
      *                       del motivo de la red, para distinguirlo de
      *                       un abono recibido de otra entidad
      *                       (GENERAR-AVISOS avisa al cliente de la
      *                       devolucion).
      *
      *-----------------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

 C0005*  Ultima referencia de movimiento asignada; compartido por
      *  todos los programas que graban en TRANS-HISTORY.DAT.
           SELECT CONTADOR-REF-FILE
               ASSIGN TO 'CONTADOR-REFERENCIAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTADOR-REF-STATUS.

           SELECT SALIDAS-OUT  ASSIGN TO 'SALIDAS-INTERB-ACT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           05 HR-FECHA           PIC 9(8).
           05 HR-DIVISA          PIC X(3).
           05 HR-TASA-APLICADA   PIC 9(4)V9(6).
 C0005*    Referencia unica del movimiento (CONTADOR-REFERENCIAS.DAT),
      *    sentido del apunte sobre la cuenta (D = cargo, H = abono)
      *    y contrapartida: cuenta y banco (cero = esta entidad), o
      *    emisor/orden de origen y su referencia.
           05 HR-REFERENCIA      PIC 9(12).
           05 HR-SIGNO           PIC X(1).
              88 HR-AL-DEBE      VALUE 'D'.
              88 HR-AL-HABER     VALUE 'H'.
           05 HR-CONTRA-CUENTA   PIC 9(10).
           05 HR-CONTRA-BANCO    PIC 9(4).
           05 HR-CONTRA-ID       PIC 9(6).
           05 HR-CONTRA-REF      PIC X(20).

 C0005* Mismo layout que en BANK-TRANS-PROCESSOR (su C0034).
       FD  CONTADOR-REF-FILE.
       01  CONTADOR-REF-RECORD.
           05 CR-ULTIMA-REFERENCIA  PIC 9(12).

       FD  SALIDAS-OUT.
       01  SALIDA-RECORD-OUT.
           05 WS-SALIDAS-STATUS         PIC XX.
           05 WS-CONFIRMACIONES-STATUS  PIC XX.
           05 WS-HISTORY-STATUS         PIC XX.
 C0005*    Estado del contador de referencias del historico.
           05 WS-CONTADOR-REF-STATUS PIC XX.
           05 WS-RESUELTAS-STATUS       PIC XX.
           05 WS-SALIDAS-EOF            PIC X VALUE 'N'.
              88 END-OF-SALIDAS         VALUE 'S'.
       01  WS-LINEA-RPT         PIC X(100).
       01  WS-CAMPO-NUM-EDIT    PIC -(9)9.99.

 C0005*  Ultima referencia de historico asignada (ver 022).
       01  WS-ULTIMA-REFERENCIA  PIC 9(12) VALUE ZERO.

       PROCEDURE DIVISION.
      *    Sin fecha de negocio o con la conciliacion de la fecha ya
      *    hecha (salvo override) no se cruza nada: una segunda pasada
           END-IF
           OPEN I-O MASTER-FILE
           PERFORM 020-ABRIR-HISTORY
           PERFORM 021-LEER-CONTADOR-REFERENCIAS
           OPEN OUTPUT TRANSITO-RPT
           IF NOT END-OF-CONFIRMACIONES
               PERFORM 110-LEER-CONFIRMACION
              OPEN OUTPUT HISTORY-FILE
           END-IF.

 C0005*  Ultima referencia asignada por cualquier programa; sin
      *  fichero (primera ejecucion) se empieza en cero.
       021-LEER-CONTADOR-REFERENCIAS.
           MOVE ZERO TO WS-ULTIMA-REFERENCIA
           OPEN INPUT CONTADOR-REF-FILE
           IF WS-CONTADOR-REF-STATUS = '00'
              READ CONTADOR-REF-FILE
                 NOT AT END
                    IF CR-ULTIMA-REFERENCIA IS NUMERIC
                       MOVE CR-ULTIMA-REFERENCIA
                            TO WS-ULTIMA-REFERENCIA
                    END-IF
              END-READ
              CLOSE CONTADOR-REF-FILE
           END-IF.

 C0005*  Asigna la siguiente referencia a la linea de historico que se
      *  va a grabar y la deja grabada en el contador en el acto: un
      *  corte a mitad de ejecucion nunca repite referencias.
       022-ASIGNAR-REFERENCIA.
           ADD 1 TO WS-ULTIMA-REFERENCIA
           MOVE WS-ULTIMA-REFERENCIA TO HR-REFERENCIA
           OPEN OUTPUT CONTADOR-REF-FILE
           MOVE WS-ULTIMA-REFERENCIA TO CR-ULTIMA-REFERENCIA
           WRITE CONTADOR-REF-RECORD
           CLOSE CONTADOR-REF-FILE.

       110-LEER-CONFIRMACION.
           READ CONFIRMACIONES-IN
               AT END
           MOVE WS-FECHA-YYYYMMDD           TO HR-FECHA
           MOVE MR-DIVISA                   TO HR-DIVISA
           MOVE ZERO                        TO HR-TASA-APLICADA
 C0005*    Contrapartida: el destino de la salida devuelta.
           PERFORM 022-ASIGNAR-REFERENCIA
           MOVE 'H'                         TO HR-SIGNO
           MOVE WS-SAL-DESTINO(WS-SAL-IDX)  TO HR-CONTRA-CUENTA
           MOVE WS-SAL-BANCO(WS-SAL-IDX)    TO HR-CONTRA-BANCO
           MOVE ZERO                        TO HR-CONTRA-ID
 C0006*    Marca de devolucion, distinta de un abono recibido.
           MOVE SPACES                      TO HR-CONTRA-REF
           STRING 'DEVUELTA ' CF-MOTIVO
              DELIMITED BY SIZE INTO HR-CONTRA-REF
           END-STRING
           WRITE HISTORY-RECORD-OUT.

       320-INFORMAR-DEVOLUCION.
