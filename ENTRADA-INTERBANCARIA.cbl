      *                       comportamiento: el pago a una 'I' ya se
      *                       devolvia como cuenta no ACTIVA.
      *
      *C0008 --> Fecha: 15/10/2026
      *          Descripción: Referencia unica, sentido y contrapartida
      *                       en la linea de historico (ver C0034 de
      *                       BANK-TRANS-PROCESSOR). El abono lleva
      *                       sentido H y como contrapartida el banco
      *                       ordenante (EI-BANCO-ORIGEN); la red no
      *                       informa la cuenta de origen, que queda a
      *                       cero. La referencia sale de
      *                       CONTADOR-REFERENCIAS.DAT.
      *
      *-----------------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

 C0008*  Ultima referencia de movimiento asignada; compartido por
      *  todos los programas que graban en TRANS-HISTORY.DAT.
           SELECT CONTADOR-REF-FILE
               ASSIGN TO 'CONTADOR-REFERENCIAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTADOR-REF-STATUS.

 C0006*  Con FILE STATUS: en una reanudacion se abre en EXTEND (con
      *  OUTPUT solo si aun no existe) para no perder devoluciones.
           SELECT DEVOLUCIONES-OUT  ASSIGN TO 'DEVOLUCIONES.DAT'
           05 HR-FECHA           PIC 9(8).
           05 HR-DIVISA          PIC X(3).
           05 HR-TASA-APLICADA   PIC 9(4)V9(6).
 C0008*    Referencia unica del movimiento (CONTADOR-REFERENCIAS.DAT),
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

 C0008* Mismo layout que en BANK-TRANS-PROCESSOR (su C0034).
       FD  CONTADOR-REF-FILE.
       01  CONTADOR-REF-RECORD.
           05 CR-ULTIMA-REFERENCIA  PIC 9(12).

      * El pago devuelto tal cual llego, con el motivo al final, para
      * que la red lo reencamine.
           05 WS-MASTER-STATUS   PIC XX.
           05 WS-ENTRADA-STATUS  PIC XX.
           05 WS-HISTORY-STATUS  PIC XX.
 C0008*    Estado del contador de referencias del historico.
           05 WS-CONTADOR-REF-STATUS PIC XX.
           05 WS-DEVOLUCIONES-STATUS  PIC XX.
           05 WS-RPT-STATUS      PIC XX.
           05 WS-CHECKPOINT-STATUS  PIC XX.
       01  WS-LINEA-RPT         PIC X(80).
       01  WS-CAMPO-NUM-EDIT    PIC -(9)9.99.

 C0008*  Ultima referencia de historico asignada (ver 022).
       01  WS-ULTIMA-REFERENCIA  PIC 9(12) VALUE ZERO.

       PROCEDURE DIVISION.
 C0003*    Sin fecha de negocio el proceso no corre.
 C0005*    Los parametros de ejecucion se cargan antes que nada.
           ELSE
               OPEN I-O MASTER-FILE
               PERFORM 020-ABRIR-HISTORY
               PERFORM 021-LEER-CONTADOR-REFERENCIAS
               PERFORM 030-LEER-CHECKPOINT
               PERFORM 025-ABRIR-SALIDAS-SEGUN-MODO
               PERFORM 045-OMITIR-PAGOS-APLICADOS
              OPEN OUTPUT HISTORY-FILE
           END-IF.

 C0008*  Ultima referencia asignada por cualquier programa; sin
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

 C0008*  Asigna la siguiente referencia a la linea de historico que se
      *  va a grabar y la deja grabada en el contador en el acto: un
      *  corte a mitad de ejecucion nunca repite referencias.
       022-ASIGNAR-REFERENCIA.
           ADD 1 TO WS-ULTIMA-REFERENCIA
           MOVE WS-ULTIMA-REFERENCIA TO HR-REFERENCIA
           OPEN OUTPUT CONTADOR-REF-FILE
           MOVE WS-ULTIMA-REFERENCIA TO CR-ULTIMA-REFERENCIA
           WRITE CONTADOR-REF-RECORD
           CLOSE CONTADOR-REF-FILE.

       100-PROCESAR-PAGO.
           ADD 1 TO WS-PAGOS-LEIDOS
 C0004*    Validacion estructural antes de usar nada como numero: un
           MOVE WS-FECHA-YYYYMMDD TO HR-FECHA
           MOVE MR-DIVISA         TO HR-DIVISA
           MOVE ZERO              TO HR-TASA-APLICADA
 C0008*    Contrapartida: el banco ordenante.
           PERFORM 022-ASIGNAR-REFERENCIA
           MOVE 'H'               TO HR-SIGNO
           MOVE ZERO              TO HR-CONTRA-CUENTA
           MOVE EI-BANCO-ORIGEN   TO HR-CONTRA-BANCO
           MOVE ZERO              TO HR-CONTRA-ID
           MOVE SPACES            TO HR-CONTRA-REF
           WRITE HISTORY-RECORD-OUT.

       300-DEVOLVER-PAGO.
