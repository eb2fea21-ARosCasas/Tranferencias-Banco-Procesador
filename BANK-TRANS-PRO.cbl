      *                       los rechazos pendientes antiguos antes
      *                       de desplegar este cambio.
      *
      *C0034 --> Fecha: 15/10/2026
      *          Descripción: Referencia unica, sentido y contrapartida
      *                       en cada linea de TRANS-HISTORY.DAT. El
      *                       registro crece por el final
      *                       (HR-REFERENCIA, HR-SIGNO D/H,
      *                       HR-CONTRA-CUENTA, HR-CONTRA-BANCO,
      *                       HR-CONTRA-ID y HR-CONTRA-REF): las
      *                       posiciones anteriores no cambian y los
      *                       registros antiguos se leen con esos campos
      *                       en blanco. La referencia es un correlativo
      *                       compartido por todos los programas que
      *                       graban historico, guardado en
      *                       CONTADOR-REFERENCIAS.DAT: se lee al
      *                       arrancar, viaja en cada checkpoint
      *                       (CKP-ULTIMA-REFERENCIA) y se graba en
      *                       cada asignacion, de modo que ni una
      *                       reanudacion ni otro programa que corra
      *                       tras un corte repiten una referencia ya
      *                       grabada. Deposito y retirada llevan como
      *                       contrapartida la orden permanente de
      *                       origen (TR-ORDEN-ID); cada pata de una
      *                       transferencia, la cuenta y el banco de la
      *                       otra pata.
      *
      *C0035 --> Fecha: 15/10/2026
      *          Descripción: Lee el diario de caja de VENTANILLA
      *                       (VENTANILLA-MOVS.DAT) de la fecha de
      *                       proceso: en un arranque limpio las
      *                       retiradas de ventanilla entran en
      *                       SALIDAS-TRABAJO.DAT, de modo que el limite
      *                       diario de salidas cuenta tambien lo
      *                       retirado en caja, y BATCH-TOTALS.RPT
      *                       muestra los depositos y retiradas de
      *                       ventanilla del dia (ya incluidos en el
      *                       saldo de apertura, porque se aplicaron en
      *                       linea sobre el maestro).
      *
      *-----------------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

 C0034*  Ultima referencia de movimiento asignada; compartido por
      *  todos los programas que graban en TRANS-HISTORY.DAT.
           SELECT CONTADOR-REF-FILE
               ASSIGN TO 'CONTADOR-REFERENCIAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTADOR-REF-STATUS.

 C0003*  Informe de control/cuadre del lote.
           SELECT BATCH-RPT  ASSIGN TO 'BATCH-TOTALS.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
               RECORD KEY IS TT-PAR
               FILE STATUS IS WS-TAS-TRABAJO-STATUS.

 C0035*  Diario de caja de VENTANILLA: operaciones de efectivo ya
      *  aplicadas en linea sobre el maestro.
           SELECT VENTANILLA-MOVS  ASSIGN TO 'VENTANILLA-MOVS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENT-MOVS-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05 HR-DIVISA          PIC X(3).
 C0023*    Tasa de cambio aplicada a esta pata; cero = sin conversion.
           05 HR-TASA-APLICADA   PIC 9(4)V9(6).
 C0034*    Referencia unica del movimiento (CONTADOR-REFERENCIAS.DAT),
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

 C0034* Un solo registro: la ultima referencia asignada.
       FD  CONTADOR-REF-FILE.
       01  CONTADOR-REF-RECORD.
           05 CR-ULTIMA-REFERENCIA  PIC 9(12).

       FD  BATCH-RPT.
       01  BATCH-RECORD-OUT  PIC X(80).
           05 TT-VOL-DESTINO  PIC 9(10)V99.
           05 TT-OPERACIONES  PIC 9(5).

 C0035* Mismo layout que en VENTANILLA.
       FD  VENTANILLA-MOVS.
       01  VENTANILLA-MOV-RECORD.
           05 VM-FECHA       PIC 9(8).
           05 VM-HORA        PIC 9(6).
           05 VM-CAJERO      PIC X(8).
           05 VM-CUENTA      PIC 9(10).
           05 VM-TIPO        PIC X(1).
              88 VM-DEPOSITO VALUE 'D'.
              88 VM-RETIRADA VALUE 'R'.
           05 VM-CANTIDAD    PIC 9(8)V99.
           05 VM-DIVISA      PIC X(3).
           05 VM-REFERENCIA  PIC 9(12).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD-OUT.
           05 CKP-SECUENCIA   PIC 9(8).
           05 CKP-TOTAL-TRANSFERENCIAS   PIC 9(10)V99.
           05 CKP-TOTAL-RECHAZOS-CANT    PIC 9(5).
           05 CKP-TOTAL-RECHAZOS-MONTO   PIC 9(10)V99.
 C0034*    Ultima referencia de historico asignada hasta este punto.
           05 CKP-ULTIMA-REFERENCIA      PIC 9(12).

       WORKING-STORAGE SECTION.

 C0023*    Fin de fichero de la carga de tasas.
           05 WS-TASAS-EOF-FLAG  PIC X VALUE 'N'.
              88 END-OF-TASAS  VALUE 'S'.
 C0035*    Fin de fichero del diario de caja de ventanilla.
           05 WS-VENT-MOVS-EOF-FLAG  PIC X VALUE 'N'.
              88 END-OF-VENT-MOVS  VALUE 'S'.

       01  WS-WORK-AREAS.
           05 WS-MASTER-STATUS  PIC XX.
              88 MASTER-FOUND VALUE '00'.
              88 MASTER-NOT-FOUND VALUE '23'.
           05 WS-HISTORY-STATUS    PIC XX.
 C0034*    Estado del contador de referencias del historico.
           05 WS-CONTADOR-REF-STATUS PIC XX.
           05 WS-CHECKPOINT-STATUS PIC XX.
           05 WS-RECHAZOS-STATUS   PIC XX.
           05 WS-PENDIENTES-STATUS PIC XX.
           05 WS-RET-TRABAJO-STATUS  PIC XX.
           05 WS-SAL-TRABAJO-STATUS  PIC XX.
           05 WS-TAS-TRABAJO-STATUS  PIC XX.
 C0035*    Estado del diario de caja de ventanilla.
           05 WS-VENT-MOVS-STATUS    PIC XX.
           05 WS-TOTAL-TRANS     PIC 9(5) VALUE ZERO.
           05 WS-BALANCE-ACTUAL PIC S9(8)V99.
           05 WS-ERROR-MSG       PIC X(50).
           05 WS-ERROR-CODE      PIC 9(2) VALUE ZERO.
           05 WS-IDX             PIC 9(2) VALUE ZERO.

 C0034*  Ultima referencia de historico asignada; 022 la incrementa
      *  en cada linea grabada.
       01  WS-ULTIMA-REFERENCIA  PIC 9(12) VALUE ZERO.

       01  WS-CONSTANTES.
 C0017*  A 1: ver C0017 en el encabezado. Con un intervalo mayor, las
      *  transacciones aplicadas entre el último checkpoint grabado y el
       01  WS-TOTAL-INTERB-CANT   PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-INTERB-MONTO  PIC 9(10)V99 VALUE ZERO.

 C0035*  Operaciones de ventanilla de la fecha (informativo: ya estan
      *  en el maestro al empezar el lote).
       01  WS-VENT-DEPOSITOS-CANT   PIC 9(5) VALUE ZERO.
       01  WS-VENT-DEPOSITOS-MONTO  PIC 9(10)V99 VALUE ZERO.
       01  WS-VENT-RETIRADAS-CANT   PIC 9(5) VALUE ZERO.
       01  WS-VENT-RETIRADAS-MONTO  PIC 9(10)V99 VALUE ZERO.

       01  WS-TOTALES-BATCH.
           05 WS-SALDO-APERTURA         PIC S9(10)V99 VALUE ZERO.
           05 WS-SALDO-CIERRE           PIC S9(10)V99 VALUE ZERO.
           OPEN INPUT TRANS-IN
           OPEN OUTPUT ERROR-RPT
           PERFORM 020-ABRIR-HISTORY
 C0034*    Antes de 030: una reanudacion puede adelantar el contador.
           PERFORM 021-LEER-CONTADOR-REFERENCIAS
           PERFORM 025-ABRIR-RECHAZOS
           PERFORM 026-ABRIR-SALIDA-INTERB
           PERFORM 027-CARGAR-RETENCIONES
 C0032*    El acumulado de salidas del dia se conserva al reanudar,
      *    asi que se abre despues de leer el checkpoint.
           PERFORM 028-ABRIR-SALIDAS-TRABAJO
 C0035*    Despues de 028: las retiradas de caja se suman a las
      *    salidas del dia.
           PERFORM 024-LEER-DIARIO-VENTANILLA
 C0014*    En una reanudación el saldo de apertura y los totales del
      *    lote ya vienen del checkpoint (030); sólo se recalculan en un
      *    arranque limpio.
              OPEN OUTPUT HISTORY-FILE
           END-IF.

 C0034*  Ultima referencia asignada por cualquier programa; sin
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

 C0034*  Asigna la siguiente referencia a la linea de historico que se
      *  va a grabar y la deja grabada en el contador en el acto: si
      *  el lote aborta, los programas en linea que corran antes de la
      *  reanudacion no repiten referencias ya grabadas.
       022-ASIGNAR-REFERENCIA.
           ADD 1 TO WS-ULTIMA-REFERENCIA
           MOVE WS-ULTIMA-REFERENCIA TO HR-REFERENCIA
           PERFORM 023-GRABAR-CONTADOR-REFERENCIAS.

 C0034*  Deja el contador en la ultima referencia asignada.
       023-GRABAR-CONTADOR-REFERENCIAS.
           OPEN OUTPUT CONTADOR-REF-FILE
           MOVE WS-ULTIMA-REFERENCIA TO CR-ULTIMA-REFERENCIA
           WRITE CONTADOR-REF-RECORD
           CLOSE CONTADOR-REF-FILE.

 C0035*  Totales de ventanilla de la fecha de proceso. En un arranque
      *  limpio cada retirada de caja entra ademas en el acumulado de
      *  salidas de su cuenta (en una reanudacion ya esta alli).
       024-LEER-DIARIO-VENTANILLA.
           OPEN INPUT VENTANILLA-MOVS
           IF WS-VENT-MOVS-STATUS = '00'
              PERFORM UNTIL END-OF-VENT-MOVS
                 READ VENTANILLA-MOVS
                    AT END
                       MOVE 'S' TO WS-VENT-MOVS-EOF-FLAG
                    NOT AT END
                       IF VM-FECHA = WS-FECHA-YYYYMMDD
                          PERFORM 032-ANOTAR-MOV-VENTANILLA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE VENTANILLA-MOVS
           END-IF.

       032-ANOTAR-MOV-VENTANILLA.
           IF VM-DEPOSITO
              ADD 1 TO WS-VENT-DEPOSITOS-CANT
              ADD VM-CANTIDAD TO WS-VENT-DEPOSITOS-MONTO
           END-IF
           IF VM-RETIRADA
              ADD 1 TO WS-VENT-RETIRADAS-CANT
              ADD VM-CANTIDAD TO WS-VENT-RETIRADAS-MONTO
              IF WS-CHECKPOINT-SECUENCIA = ZERO
                 MOVE VM-CUENTA TO ST-CUENTA
                 READ SALIDAS-TRABAJO
                    INVALID KEY
                       MOVE VM-CUENTA   TO ST-CUENTA
                       MOVE VM-CANTIDAD TO ST-ACUM
                       WRITE ST-REGISTRO
                    NOT INVALID KEY
                       ADD VM-CANTIDAD TO ST-ACUM
                       REWRITE ST-REGISTRO
                 END-READ
              END-IF
           END-IF.

 C0019*  Misma tecnica de apertura que 020-ABRIR-HISTORY: los rechazos
      *  de una reanudacion se añaden a los ya grabados.
       025-ABRIR-RECHAZOS.
                            WS-TOTAL-RECHAZOS-CANT
                       MOVE CKP-TOTAL-RECHAZOS-MONTO   TO
                            WS-TOTAL-RECHAZOS-MONTO
 C0034*                  Se sigue desde la mayor entre el contador y
      *                  el checkpoint (blancos en checkpoints
      *                  anteriores al campo).
                       IF CKP-ULTIMA-REFERENCIA IS NUMERIC
                          AND CKP-ULTIMA-REFERENCIA >
                              WS-ULTIMA-REFERENCIA
                          MOVE CKP-ULTIMA-REFERENCIA TO
                               WS-ULTIMA-REFERENCIA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CHECKPOINT-FILE
              MOVE WS-TOTAL-TRANSFERENCIAS  TO CKP-TOTAL-TRANSFERENCIAS
              MOVE WS-TOTAL-RECHAZOS-CANT   TO CKP-TOTAL-RECHAZOS-CANT
              MOVE WS-TOTAL-RECHAZOS-MONTO  TO CKP-TOTAL-RECHAZOS-MONTO
              MOVE WS-ULTIMA-REFERENCIA     TO CKP-ULTIMA-REFERENCIA
              WRITE CHECKPOINT-RECORD-OUT
           END-IF.

           MOVE WS-ORIGEN-DIVISA         TO HR-DIVISA
 C0023*    Cada pata en la divisa de su cuenta, con la tasa aplicada.
           MOVE WS-TASA-APLICADA         TO HR-TASA-APLICADA
 C0034*    Cargo; la contrapartida es el destino, interno o de la red.
           PERFORM 022-ASIGNAR-REFERENCIA
           MOVE 'D'                      TO HR-SIGNO
           MOVE TR-CUENTA-DESTINO        TO HR-CONTRA-CUENTA
           MOVE TR-BANCO-DESTINO         TO HR-CONTRA-BANCO
           PERFORM 355-CONTRA-ORDEN-ORIGEN
           WRITE HISTORY-RECORD-OUT.

 C0012*    Revierte el cargo ya grabado en el origen (324) cuando el
           MOVE MR-DIVISA        TO HR-DIVISA
 C0023*    Deposito/retirada: nunca hay conversion.
           MOVE ZERO             TO HR-TASA-APLICADA
 C0034*    Sin cuenta contrapartida; solo la orden de origen, si la hay.
           PERFORM 022-ASIGNAR-REFERENCIA
           IF TR-TIPO = 'R'
              MOVE 'D'           TO HR-SIGNO
           ELSE
              MOVE 'H'           TO HR-SIGNO
           END-IF
           MOVE ZERO             TO HR-CONTRA-CUENTA
           MOVE ZERO             TO HR-CONTRA-BANCO
           PERFORM 355-CONTRA-ORDEN-ORIGEN
           WRITE HISTORY-RECORD-OUT.

 C0034*  Orden permanente de origen como contrapartida (cero o blancos
      *  en el feed = ninguna).
       355-CONTRA-ORDEN-ORIGEN.
           IF TR-ORDEN-ID IS NUMERIC
              MOVE TR-ORDEN-ID   TO HR-CONTRA-ID
           ELSE
              MOVE ZERO          TO HR-CONTRA-ID
           END-IF
           MOVE SPACES           TO HR-CONTRA-REF.

       360-ESCRIBIR-HISTORIAL-DESTINO.
 C0008*    Pata de abono de una TRANSFERENCIA; el buffer del maestro
      *    contiene la cuenta destino ya actualizada.
           MOVE WS-FECHA-YYYYMMDD TO HR-FECHA
           MOVE MR-DIVISA         TO HR-DIVISA
           MOVE WS-TASA-APLICADA  TO HR-TASA-APLICADA
 C0034*    Abono; la contrapartida es la cuenta origen, de esta entidad.
           PERFORM 022-ASIGNAR-REFERENCIA
           MOVE 'H'               TO HR-SIGNO
           MOVE TR-CUENTA-NUM     TO HR-CONTRA-CUENTA
           MOVE ZERO              TO HR-CONTRA-BANCO
           PERFORM 355-CONTRA-ORDEN-ORIGEN
           WRITE HISTORY-RECORD-OUT.

 C0023*  Suma la operacion confirmada al volumen del par usado.
           END-IF
           PERFORM 880-ESCRIBIR-RESUMEN-ERRORES
           PERFORM 890-ESCRIBIR-REPORTE-FX
 C0034*    Siempre: el contador ya va al dia; una ejecucion abortada
      *    vuelve a dejar el mismo valor.
           PERFORM 023-GRABAR-CONTADOR-REFERENCIAS
 C0001*    Cerrar MASTER-FILE.
           CLOSE MASTER-FILE, TRANS-IN, ERROR-RPT, HISTORY-FILE,
                 BATCH-RPT, CHECKPOINT-FILE, RECHAZOS-FILE,
           END-STRING
           WRITE BATCH-RECORD-OUT FROM WS-LINEA-RPT

 C0035*    Ventanilla del dia, ya aplicada antes del saldo de apertura.
           MOVE WS-VENT-DEPOSITOS-MONTO TO WS-CAMPO-NUM-EDIT
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'VENTANILLA (EN APERTURA) DEPOSITOS: '
                  WS-VENT-DEPOSITOS-CANT '  IMPORTE: ' WS-CAMPO-NUM-EDIT
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE BATCH-RECORD-OUT FROM WS-LINEA-RPT
           MOVE WS-VENT-RETIRADAS-MONTO TO WS-CAMPO-NUM-EDIT
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'VENTANILLA (EN APERTURA) RETIRADAS: '
                  WS-VENT-RETIRADAS-CANT '  IMPORTE: ' WS-CAMPO-NUM-EDIT
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE BATCH-RECORD-OUT FROM WS-LINEA-RPT

           MOVE WS-SALDO-CIERRE TO WS-CAMPO-NUM-EDIT
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'SALDO DE CONTROL DE CIERRE: ' WS-CAMPO-NUM-EDIT
           MOVE ZERO TO CKP-TOTAL-TRANSFERENCIAS
           MOVE ZERO TO CKP-TOTAL-RECHAZOS-CANT
           MOVE ZERO TO CKP-TOTAL-RECHAZOS-MONTO
           MOVE WS-ULTIMA-REFERENCIA TO CKP-ULTIMA-REFERENCIA
           WRITE CHECKPOINT-RECORD-OUT.

 C0026*  Anota en CONTROL-PROCESO.DAT que el lote de la fecha quedo
