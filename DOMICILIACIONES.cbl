      *                       BANK-TRANS-PROCESSOR); la guarda de
      *                       cuenta no ACTIVA ya rechazaba la 'I'.
      *
      *C0006 --> Fecha: 15/10/2026
      *          Descripción: Referencia unica, sentido y contrapartida
      *                       en la linea de historico (ver C0034 de
      *                       BANK-TRANS-PROCESSOR). El cargo del recibo
      *                       lleva sentido D y como contrapartida el
      *                       emisor (HR-CONTRA-ID) y la referencia del
      *                       recibo (HR-CONTRA-REF); la referencia sale
      *                       de CONTADOR-REFERENCIAS.DAT.
      *
      *-----------------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

 C0006*  Ultima referencia de movimiento asignada; compartido por
      *  todos los programas que graban en TRANS-HISTORY.DAT.
           SELECT CONTADOR-REF-FILE
               ASSIGN TO 'CONTADOR-REFERENCIAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTADOR-REF-STATUS.

      *  Retenciones de fondos activas (solo lectura aqui), como en
      *  BANK-TRANS-PROCESSOR: el cargo valida contra el disponible.
           SELECT RETENCIONES-FILE  ASSIGN TO 'RETENCIONES.DAT'
           05 HR-FECHA           PIC 9(8).
           05 HR-DIVISA          PIC X(3).
           05 HR-TASA-APLICADA   PIC 9(4)V9(6).
 C0006*    Referencia unica del movimiento (CONTADOR-REFERENCIAS.DAT),
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

 C0006* Mismo layout que en BANK-TRANS-PROCESSOR (su C0034).
       FD  CONTADOR-REF-FILE.
       01  CONTADOR-REF-RECORD.
           05 CR-ULTIMA-REFERENCIA  PIC 9(12).

      * Mismo layout que en MANTENER-RETENCIONES.
       FD  RETENCIONES-FILE.
           05 WS-MASTER-STATUS       PIC XX.
           05 WS-REMESA-STATUS       PIC XX.
           05 WS-HISTORY-STATUS      PIC XX.
 C0006*    Estado del contador de referencias del historico.
           05 WS-CONTADOR-REF-STATUS PIC XX.
           05 WS-RETENCIONES-STATUS  PIC XX.
           05 WS-REMESA-EOF          PIC X VALUE 'N'.
              88 END-OF-REMESA       VALUE 'S'.
       01  WS-LINEA-RPT         PIC X(80).
       01  WS-CAMPO-NUM-EDIT    PIC -(9)9.99.

 C0006*  Ultima referencia de historico asignada (ver 022).
       01  WS-ULTIMA-REFERENCIA  PIC 9(12) VALUE ZERO.

       PROCEDURE DIVISION.
      *    Sin fecha de negocio o con la remesa de la fecha ya aplicada
      *    (salvo override) no se carga nada.
           ELSE
               OPEN I-O MASTER-FILE
               PERFORM 020-ABRIR-HISTORY
               PERFORM 021-LEER-CONTADOR-REFERENCIAS
               PERFORM 027-CARGAR-RETENCIONES
               OPEN OUTPUT IMPAGADOS-OUT
               OPEN OUTPUT DOMICILIACIONES-RPT
              OPEN OUTPUT HISTORY-FILE
           END-IF.

 C0006*  Ultima referencia asignada por cualquier programa; sin
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

 C0006*  Asigna la siguiente referencia a la linea de historico que se
      *  va a grabar y la deja grabada en el contador en el acto: un
      *  corte a mitad de ejecucion nunca repite referencias.
       022-ASIGNAR-REFERENCIA.
           ADD 1 TO WS-ULTIMA-REFERENCIA
           MOVE WS-ULTIMA-REFERENCIA TO HR-REFERENCIA
           OPEN OUTPUT CONTADOR-REF-FILE
           MOVE WS-ULTIMA-REFERENCIA TO CR-ULTIMA-REFERENCIA
           WRITE CONTADOR-REF-RECORD
           CLOSE CONTADOR-REF-FILE.

      *  Carga y suma por cuenta de las retenciones activas y no
      *  vencidas; si el fichero no existe no hay nada retenido.
 C0003*  El acumulado va a RETENIDOS-TRABAJO.DAT, reconstruido de
           MOVE WS-FECHA-YYYYMMDD TO HR-FECHA
           MOVE MR-DIVISA         TO HR-DIVISA
           MOVE ZERO              TO HR-TASA-APLICADA
 C0006*    Contrapartida: el emisor de la remesa y su referencia.
           PERFORM 022-ASIGNAR-REFERENCIA
           MOVE 'D'               TO HR-SIGNO
           MOVE ZERO              TO HR-CONTRA-CUENTA
           MOVE ZERO              TO HR-CONTRA-BANCO
           MOVE DM-EMISOR         TO HR-CONTRA-ID
           MOVE DM-REFERENCIA     TO HR-CONTRA-REF
           WRITE HISTORY-RECORD-OUT.

       250-ESCRIBIR-LINEA-CARGO.
