       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRO-CUOTAS.
      * PROPOSITO: Cobro de las cuotas de prestamos (ver ABRIR-PRESTAMO)
      * en la cadena diaria, despues del lote. Cada cuota del cuadro
      * de amortizacion vencida (CA-FECHA-VENCE hasta la fecha de
      * negocio) y pendiente se carga en la cuenta vinculada con las
      * garantias de siempre: cuenta ACTIVA, divisa del prestamo y
      * saldo disponible (contable menos retenciones) con sobregiro.
      * La cuota cobrada deja dos lineas en TRANS-HISTORY.DAT, la
      * amortizacion de capital (HR-TIPO 'C') y los intereses
      * (HR-TIPO 'N'), para que EXTRACTO-CONTABLE las asiente en
      * cuentas distintas; el prestamo reduce su capital pendiente y se
      * da por liquidado con la ultima cuota.
      *
      * MORA: la cuota que no se puede cobrar queda 'M' en el cuadro y
      * pasa a MORA-PRESTAMOS.DAT con su motivo. Cada dia, antes de
      * las cuotas nuevas, se reintentan las de ese fichero (las mas
      * antiguas primero); las que siguen sin cobrarse continuan en el
      * fichero con un intento mas. El fichero se reescribe entero en
      * cada ejecucion a traves de MORA-TRABAJO.DAT.
      *
      * No se aplican MR-LIMITE-IMPORTE ni MR-LIMITE-DIARIO: limitan lo
      * que el cliente ordena, no los cargos del propio banco (mismo
      * criterio que COBRO-COMISIONES).
      *-----------------------------------------------------------------------*
      *CAMBIOS:
      *C0001 --> Fecha: 15/10/2026
      *          Descripción: Programa nuevo. Sustituye el cargo manual
      *                       de las cuotas desde la hoja de calculo de
      *                       prestamos. Mismas guardas que
      *                       DOMICILIACIONES: fecha de negocio, doble
      *                       ejecucion con override y modo desatendido
      *                       por PARAMETROS-EJECUCION.DAT.
      *
      *-----------------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  Fecha de negocio y control de ciclos (ver APERTURA-DIA).
           SELECT CONTROL-FILE  ASSIGN TO 'CONTROL-PROCESO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

      *  Respuestas de la ejecucion desatendida (opcional).
           SELECT PARAMETROS-FILE  ASSIGN TO 'PARAMETROS-EJECUCION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETROS-STATUS.

           SELECT MASTER-FILE  ASSIGN TO 'CUENTAS-INDEXADAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MR-CUENTA-NUM
               FILE STATUS IS WS-MASTER-STATUS.

      *  Maestro de prestamos (ver ABRIR-PRESTAMO).
           SELECT PRESTAMOS-FILE  ASSIGN TO 'PRESTAMOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-PRESTAMO-ID
               FILE STATUS IS WS-PRESTAMOS-STATUS.

      *  Cuadro de amortizacion; DYNAMIC para recorrerlo entero y
      *  leer por clave las cuotas en mora.
           SELECT CUADRO-FILE  ASSIGN TO 'CUADRO-AMORTIZACION.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-CLAVE
               FILE STATUS IS WS-CUADRO-STATUS.

      *  Cuotas impagadas pendientes de reintento.
           SELECT MORA-FILE  ASSIGN TO 'MORA-PRESTAMOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MORA-STATUS.

      *  Mora resultante de esta ejecucion; al final sustituye a
      *  MORA-PRESTAMOS.DAT.
           SELECT MORA-TRABAJO  ASSIGN TO 'MORA-TRABAJO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MORA-TRABAJO-STATUS.

           SELECT HISTORY-FILE  ASSIGN TO 'TRANS-HISTORY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

      *  Ultima referencia de movimiento asignada; compartido por
      *  todos los programas que graban en TRANS-HISTORY.DAT.
           SELECT CONTADOR-REF-FILE
               ASSIGN TO 'CONTADOR-REFERENCIAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTADOR-REF-STATUS.

      *  Retenciones de fondos activas (solo lectura aqui), como en
      *  BANK-TRANS-PROCESSOR: el cargo valida contra el disponible.
           SELECT RETENCIONES-FILE  ASSIGN TO 'RETENCIONES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETENCIONES-STATUS.

      *  Retenido activo acumulado por cuenta, reconstruido en cada
      *  arranque desde RETENCIONES.DAT (mismo fichero de trabajo
      *  derivado que usa el procesador, su C0032).
           SELECT RETENIDOS-TRABAJO
               ASSIGN TO 'RETENIDOS-TRABAJO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RT-CUENTA
               FILE STATUS IS WS-RET-TRABAJO-STATUS.

           SELECT COBRO-CUOTAS-RPT  ASSIGN TO 'COBRO-CUOTAS.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * Mismo layout que en APERTURA-DIA.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05 CP-TIPO      PIC X(1).
              88 CP-FECHA-NEGOCIO   VALUE 'F'.
              88 CP-CIERRE-CICLO    VALUE 'C'.
           05 CP-FECHA     PIC 9(8).
           05 CP-PROGRAMA  PIC X(24).

      * Mismo layout que en BANK-TRANS-PROCESSOR (su C0031).
       FD  PARAMETROS-FILE.
       01  PARAMETRO-RECORD.
           05 PE-PROGRAMA  PIC X(24).
           05 PE-CLAVE     PIC X(16).
           05 PE-VALOR     PIC X(20).

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05 MR-CUENTA-NUM        PIC 9(10).
           05 MR-NOMBRE            PIC X(30).
           05 MR-BALANCE           PIC S9(8)V99.
           05 MR-LIMITE-SOBREGIRO  PIC 9(8)V99.
           05 MR-ESTADO            PIC X(1).
              88 MR-CTA-ACTIVA     VALUE 'A'.
              88 MR-CTA-BLOQUEADA  VALUE 'B'.
              88 MR-CTA-CERRADA    VALUE 'C'.
              88 MR-CTA-INACTIVA   VALUE 'I'.
           05 MR-DIVISA            PIC X(3).
           05 MR-TIPO-CUENTA       PIC X(1).
              88 MR-CTA-AHORRO     VALUE 'A'.
              88 MR-CTA-CORRIENTE  VALUE 'C'.
           05 MR-TASA-INTERES      PIC 9(2)V9(4).
           05 MR-LIMITE-IMPORTE    PIC 9(8)V99.
           05 MR-LIMITE-DIARIO     PIC 9(8)V99.
           05 MR-CLIENTE-ID        PIC 9(8).

      * Mismo layout que en ABRIR-PRESTAMO.
       FD  PRESTAMOS-FILE.
       01  PRESTAMO-RECORD.
           05 PR-PRESTAMO-ID        PIC 9(6).
           05 PR-CUENTA-NUM         PIC 9(10).
           05 PR-CLIENTE-ID         PIC 9(8).
           05 PR-PRINCIPAL          PIC 9(8)V99.
           05 PR-TASA-ANUAL         PIC 9(2)V9(4).
           05 PR-PLAZO-MESES        PIC 9(3).
           05 PR-FECHA-INICIO       PIC 9(8).
           05 PR-FECHA-ALTA         PIC 9(8).
           05 PR-DIVISA             PIC X(3).
           05 PR-CUOTA              PIC 9(8)V99.
           05 PR-CAPITAL-PENDIENTE  PIC 9(8)V99.
           05 PR-CUOTAS-PAGADAS     PIC 9(3).
           05 PR-ESTADO             PIC X(1).
              88 PR-VIGENTE         VALUE 'V'.
              88 PR-LIQUIDADO       VALUE 'L'.

      * Mismo layout que en ABRIR-PRESTAMO.
       FD  CUADRO-FILE.
       01  CUADRO-RECORD.
           05 CA-CLAVE.
              10 CA-PRESTAMO-ID     PIC 9(6).
              10 CA-NUM-CUOTA       PIC 9(3).
           05 CA-CUENTA-NUM         PIC 9(10).
           05 CA-FECHA-VENCE        PIC 9(8).
           05 CA-CUOTA              PIC 9(8)V99.
           05 CA-INTERES            PIC 9(8)V99.
           05 CA-CAPITAL            PIC 9(8)V99.
           05 CA-CAPITAL-PENDIENTE  PIC 9(8)V99.
           05 CA-ESTADO             PIC X(1).
              88 CA-PENDIENTE       VALUE 'P'.
              88 CA-COBRADA         VALUE 'C'.
              88 CA-EN-MORA         VALUE 'M'.
           05 CA-FECHA-COBRO        PIC 9(8).

      * Una cuota impagada: prestamo y cuota (clave del cuadro),
      * cuenta de cargo, importe, vencimiento, intentos fallidos,
      * fecha del ultimo intento y motivo del ultimo rechazo.
       FD  MORA-FILE.
       01  MORA-RECORD.
           05 MO-PRESTAMO-ID     PIC 9(6).
           05 MO-NUM-CUOTA       PIC 9(3).
           05 MO-CUENTA-NUM      PIC 9(10).
           05 MO-CUOTA           PIC 9(8)V99.
           05 MO-FECHA-VENCE     PIC 9(8).
           05 MO-INTENTOS        PIC 9(3).
           05 MO-FECHA-INTENTO   PIC 9(8).
           05 MO-MOTIVO          PIC X(30).

      * Mismo layout que MORA-RECORD.
       FD  MORA-TRABAJO.
       01  MORA-TRABAJO-RECORD   PIC X(78).

      * Mismo layout que HISTORY-RECORD-OUT en BANK-TRANS-PROCESSOR.
       FD  HISTORY-FILE.
       01  HISTORY-RECORD-OUT.
           05 HR-CUENTA-NUM      PIC 9(10).
           05 HR-TIPO            PIC X(1).
           05 HR-CANTIDAD        PIC 9(8)V99.
           05 HR-BALANCE-RESULT  PIC S9(8)V99 SIGN LEADING SEPARATE.
           05 HR-FECHA           PIC 9(8).
           05 HR-DIVISA          PIC X(3).
           05 HR-TASA-APLICADA   PIC 9(4)V9(6).
      *    Referencia unica del movimiento (CONTADOR-REFERENCIAS.DAT),
      *    sentido del apunte sobre la cuenta (D = cargo, H = abono)
      *    y contrapartida: cuenta y banco (cero = esta entidad), o
      *    emisor/orden de origen y su referencia. En las cuotas,
      *    HR-CONTRA-ID es el prestamo.
           05 HR-REFERENCIA      PIC 9(12).
           05 HR-SIGNO           PIC X(1).
              88 HR-AL-DEBE      VALUE 'D'.
              88 HR-AL-HABER     VALUE 'H'.
           05 HR-CONTRA-CUENTA   PIC 9(10).
           05 HR-CONTRA-BANCO    PIC 9(4).
           05 HR-CONTRA-ID       PIC 9(6).
           05 HR-CONTRA-REF      PIC X(20).

      * Mismo layout que en BANK-TRANS-PROCESSOR (su C0034).
       FD  CONTADOR-REF-FILE.
       01  CONTADOR-REF-RECORD.
           05 CR-ULTIMA-REFERENCIA  PIC 9(12).

      * Mismo layout que en MANTENER-RETENCIONES.
       FD  RETENCIONES-FILE.
       01  RETENCION-RECORD.
           05 RE-RETENCION-ID  PIC 9(6).
           05 RE-CUENTA-NUM    PIC 9(10).
           05 RE-CANTIDAD      PIC 9(8)V99.
           05 RE-FECHA-VENCE   PIC 9(8).
           05 RE-ESTADO        PIC X(1).
              88 RE-ACTIVA     VALUE 'A'.

      * Retenido activo acumulado de una cuenta (mismo layout que en
      * BANK-TRANS-PROCESSOR).
       FD  RETENIDOS-TRABAJO.
       01  RT-REGISTRO.
           05 RT-CUENTA  PIC 9(10).
           05 RT-ACUM    PIC 9(10)V99.

       FD  COBRO-CUOTAS-RPT.
       01  COBRO-CUOTAS-RECORD-OUT  PIC X(80).

       WORKING-STORAGE SECTION.
      *  Modo desatendido: con PARAMETROS-EJECUCION.DAT presente el
      *  override se deniega salvo autorizacion expresa del fichero.
       01  WS-PARAMETROS-AREAS.
           05 WS-PARAMETROS-STATUS  PIC XX.
           05 WS-PARAMETROS-EOF     PIC X VALUE 'N'.
              88 END-OF-PARAMETROS  VALUE 'S'.
           05 WS-MODO-DESATENDIDO-FLAG  PIC X VALUE 'N'.
              88 MODO-DESATENDIDO   VALUE 'S'.
           05 WS-PARAM-OVERRIDE     PIC X VALUE 'N'.
              88 OVERRIDE-AUTORIZADO  VALUE 'S'.

      *  Control de proceso: fecha de negocio y estado del ciclo.
       01  WS-CONTROL-AREAS.
           05 WS-CONTROL-STATUS    PIC XX.
           05 WS-CONTROL-EOF-FLAG  PIC X VALUE 'N'.
              88 END-OF-CONTROL    VALUE 'S'.
           05 WS-CONTROL-OK-FLAG   PIC X VALUE 'N'.
              88 CONTROL-SUPERADO  VALUE 'S'.
           05 WS-CICLO-COMPLETO-FLAG  PIC X VALUE 'N'.
              88 CICLO-YA-COMPLETO VALUE 'S'.
           05 WS-RESPUESTA-OPER    PIC X VALUE 'N'.

       01  WS-FLAGS.
           05 WS-MASTER-STATUS       PIC XX.
           05 WS-PRESTAMOS-STATUS    PIC XX.
           05 WS-CUADRO-STATUS       PIC XX.
           05 WS-MORA-STATUS         PIC XX.
           05 WS-MORA-TRABAJO-STATUS PIC XX.
           05 WS-HISTORY-STATUS      PIC XX.
           05 WS-CONTADOR-REF-STATUS PIC XX.
           05 WS-RETENCIONES-STATUS  PIC XX.
           05 WS-RET-TRABAJO-STATUS  PIC XX.
           05 WS-CUADRO-EOF          PIC X VALUE 'N'.
              88 END-OF-CUADRO       VALUE 'S'.
           05 WS-MORA-EOF            PIC X VALUE 'N'.
              88 END-OF-MORA         VALUE 'S'.
           05 WS-RETENCIONES-EOF-FLAG  PIC X VALUE 'N'.
              88 END-OF-RETENCIONES  VALUE 'S'.
      *    Sin PRESTAMOS.DAT / CUADRO-AMORTIZACION.DAT no hay nada
      *    que cobrar (ningun prestamo dado de alta todavia).
           05 WS-CARTERA-FLAG        PIC X VALUE 'N'.
              88 HAY-CARTERA         VALUE 'S'.
      *    Resultado del intento de cobro de la cuota en curso.
           05 WS-COBRO-FLAG          PIC X VALUE 'N'.
              88 CUOTA-COBRADA       VALUE 'S'.

      *  Retenido activo de la cuenta en curso (cero si no tiene
      *  retenciones); el acumulado por cuenta vive en
      *  RETENIDOS-TRABAJO.DAT.
       01  WS-RET-ACUM-CUENTA  PIC 9(10)V99 VALUE ZERO.

      *  Intentos previos de la cuota en curso (cero si es nueva).
       01  WS-INTENTOS-PREVIOS  PIC 9(3) VALUE ZERO.

       01  WS-CONTADORES.
           05 WS-CUOTAS-VENCIDAS     PIC 9(5) VALUE ZERO.
           05 WS-MORAS-REINTENTADAS  PIC 9(5) VALUE ZERO.
           05 WS-CUOTAS-COBRADAS     PIC 9(5) VALUE ZERO.
           05 WS-CUOTAS-IMPAGADAS    PIC 9(5) VALUE ZERO.
           05 WS-MORAS-DESCARTADAS   PIC 9(5) VALUE ZERO.
           05 WS-PRESTAMOS-LIQUIDADOS PIC 9(5) VALUE ZERO.
           05 WS-CAPITAL-COBRADO     PIC 9(10)V99 VALUE ZERO.
           05 WS-INTERES-COBRADO     PIC 9(10)V99 VALUE ZERO.
           05 WS-MONTO-IMPAGADO      PIC 9(10)V99 VALUE ZERO.

       01  WS-BALANCE-NUEVO      PIC S9(8)V99.
       01  WS-BALANCE-CAPITAL    PIC S9(8)V99.
       01  WS-MOTIVO-IMPAGO      PIC X(30).
       01  WS-CONTRA-REF-CUOTA   PIC X(20).

       01  WS-FECHA-ACTUAL.
           05 WS-FECHA-YYYYMMDD  PIC 9(8).

       01  WS-LINEA-RPT         PIC X(80).
       01  WS-CAMPO-NUM-EDIT    PIC -(9)9.99.
       01  WS-CAMPO-NUM-EDIT2   PIC -(9)9.99.

      *  Ultima referencia de historico asignada (ver 022).
       01  WS-ULTIMA-REFERENCIA  PIC 9(12) VALUE ZERO.

       PROCEDURE DIVISION.
      *    Sin fecha de negocio o con las cuotas de la fecha ya
      *    cobradas (salvo override) no se carga nada.
           PERFORM 005-CARGAR-PARAMETROS
           PERFORM 003-VERIFICAR-CONTROL-PROCESO
           IF CONTROL-SUPERADO
               PERFORM 000-INICIO-SIST
               IF HAY-CARTERA
                   PERFORM 100-REINTENTAR-MORA
                   PERFORM 200-COBRAR-VENCIDAS
               END-IF
               PERFORM 900-FINALIZAR-SIST
           END-IF
           STOP RUN.

      *  Lee CONTROL-PROCESO.DAT: la 'F' fija la fecha de negocio y las
      *  'C' dicen si este ciclo ya corrio (una segunda pasada volveria
      *  a reintentar la mora del dia).
       003-VERIFICAR-CONTROL-PROCESO.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00'
               DISPLAY '*** FALTA CONTROL-PROCESO.DAT: EJECUTE '
                       'APERTURA-DIA ***'
           ELSE
               PERFORM UNTIL END-OF-CONTROL
                  READ CONTROL-FILE
                     AT END
                        MOVE 'S' TO WS-CONTROL-EOF-FLAG
                     NOT AT END
                        PERFORM 004-ANOTAR-REGISTRO-CONTROL
                  END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
               IF NOT CONTROL-SUPERADO
                  DISPLAY '*** SIN FECHA DE NEGOCIO: EJECUTE '
                          'APERTURA-DIA ***'
               END-IF
           END-IF
           IF CONTROL-SUPERADO AND CICLO-YA-COMPLETO
               DISPLAY '*** LAS CUOTAS DE PRESTAMOS DE LA FECHA '
                       WS-FECHA-YYYYMMDD ' YA SE COBRARON ***'
               PERFORM 008-PEDIR-OVERRIDE
           END-IF.

       004-ANOTAR-REGISTRO-CONTROL.
           EVALUATE TRUE
               WHEN CP-FECHA-NEGOCIO
                   MOVE CP-FECHA TO WS-FECHA-YYYYMMDD
                   MOVE 'S' TO WS-CONTROL-OK-FLAG
               WHEN CP-CIERRE-CICLO
                   IF CP-FECHA = WS-FECHA-YYYYMMDD
                      AND CP-PROGRAMA = 'COBRO-CUOTAS'
                      MOVE 'S' TO WS-CICLO-COMPLETO-FLAG
                   END-IF
           END-EVALUATE.

      *  Lee PARAMETROS-EJECUCION.DAT si existe; solo interesan los
      *  registros dirigidos a este programa.
       005-CARGAR-PARAMETROS.
           OPEN INPUT PARAMETROS-FILE
           IF WS-PARAMETROS-STATUS = '00'
              MOVE 'S' TO WS-MODO-DESATENDIDO-FLAG
              PERFORM UNTIL END-OF-PARAMETROS
                 READ PARAMETROS-FILE
                    AT END
                       MOVE 'S' TO WS-PARAMETROS-EOF
                    NOT AT END
                       IF PE-PROGRAMA = 'COBRO-CUOTAS'
                          PERFORM 006-ANOTAR-PARAMETRO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PARAMETROS-FILE
           END-IF.

       006-ANOTAR-PARAMETRO.
           EVALUATE PE-CLAVE
               WHEN 'OVERRIDE'
                   MOVE PE-VALOR(1:1) TO WS-PARAM-OVERRIDE
           END-EVALUATE.

       008-PEDIR-OVERRIDE.
      *    En modo desatendido el override se deniega salvo
      *    autorizacion expresa del fichero de parametros.
           IF MODO-DESATENDIDO
               IF OVERRIDE-AUTORIZADO
                   DISPLAY 'OVERRIDE AUTORIZADO POR PARAMETROS.'
               ELSE
                   MOVE 'N' TO WS-CONTROL-OK-FLAG
                   DISPLAY 'OVERRIDE DENEGADO (MODO DESATENDIDO). '
                           'EL PROCESO NO SE EJECUTARA.'
               END-IF
           ELSE
               DISPLAY 'CONTINUAR IGUALMENTE? (S/N): '
               ACCEPT WS-RESPUESTA-OPER
               IF WS-RESPUESTA-OPER NOT = 'S'
                   MOVE 'N' TO WS-CONTROL-OK-FLAG
                   DISPLAY 'EL PROCESO NO SE EJECUTARA.'
               END-IF
           END-IF.

       000-INICIO-SIST.
           DISPLAY '*** COBRO DE CUOTAS DE PRESTAMOS ***'
      *    WS-FECHA-YYYYMMDD viene de la fecha de negocio (003).
           OPEN I-O PRESTAMOS-FILE
           OPEN I-O CUADRO-FILE
           IF WS-PRESTAMOS-STATUS NOT = '00'
              OR WS-CUADRO-STATUS NOT = '00'
               DISPLAY 'SIN CARTERA DE PRESTAMOS (PRESTAMOS.DAT '
                       WS-PRESTAMOS-STATUS ', CUADRO-AMORTIZACION.DAT '
                       WS-CUADRO-STATUS '): NADA QUE COBRAR.'
           ELSE
               MOVE 'S' TO WS-CARTERA-FLAG
               OPEN I-O MASTER-FILE
               PERFORM 020-ABRIR-HISTORY
               PERFORM 021-LEER-CONTADOR-REFERENCIAS
               PERFORM 027-CARGAR-RETENCIONES
               OPEN OUTPUT MORA-TRABAJO
               OPEN OUTPUT COBRO-CUOTAS-RPT
           END-IF.

       020-ABRIR-HISTORY.
      *    Misma tecnica de apertura que en BANK-TRANS-PROCESSOR.
           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-STATUS = '35' OR WS-HISTORY-STATUS = '05'
              OPEN OUTPUT HISTORY-FILE
           END-IF.

      *  Ultima referencia asignada por cualquier programa; sin
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

      *  Asigna la siguiente referencia a la linea de historico que se
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
      *  vencidas en RETENIDOS-TRABAJO.DAT, reconstruido de cero; si
      *  RETENCIONES.DAT no existe no hay nada retenido.
       027-CARGAR-RETENCIONES.
           OPEN OUTPUT RETENIDOS-TRABAJO
           CLOSE RETENIDOS-TRABAJO
           OPEN I-O RETENIDOS-TRABAJO
           OPEN INPUT RETENCIONES-FILE
           IF WS-RETENCIONES-STATUS = '35'
              OR WS-RETENCIONES-STATUS = '05'
              CONTINUE
           ELSE
              PERFORM UNTIL END-OF-RETENCIONES
                 READ RETENCIONES-FILE
                    AT END
                       MOVE 'S' TO WS-RETENCIONES-EOF-FLAG
                    NOT AT END
                       IF RE-ACTIVA
                          AND (RE-FECHA-VENCE = ZERO
                               OR RE-FECHA-VENCE >= WS-FECHA-YYYYMMDD)
                          PERFORM 028-SUMAR-RETENCION
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RETENCIONES-FILE
           END-IF.

       028-SUMAR-RETENCION.
           MOVE RE-CUENTA-NUM TO RT-CUENTA
           READ RETENIDOS-TRABAJO
              INVALID KEY
                 MOVE RE-CUENTA-NUM TO RT-CUENTA
                 MOVE RE-CANTIDAD   TO RT-ACUM
                 WRITE RT-REGISTRO
              NOT INVALID KEY
                 ADD RE-CANTIDAD TO RT-ACUM
                 REWRITE RT-REGISTRO
           END-READ.

      *  Primera pasada: la mora de dias anteriores, en el orden del
      *  fichero (el de su vencimiento). Sin fichero no hay mora.
       100-REINTENTAR-MORA.
           OPEN INPUT MORA-FILE
           IF WS-MORA-STATUS = '35' OR WS-MORA-STATUS = '05'
              CONTINUE
           ELSE
              PERFORM UNTIL END-OF-MORA
                 READ MORA-FILE
                    AT END
                       MOVE 'S' TO WS-MORA-EOF
                    NOT AT END
                       PERFORM 110-REINTENTAR-CUOTA-EN-MORA
                 END-READ
              END-PERFORM
              CLOSE MORA-FILE
           END-IF.

      *  La cuota se relee del cuadro: si ya no esta en mora (cobrada
      *  por otra via) o el cuadro no la tiene, sale del fichero.
       110-REINTENTAR-CUOTA-EN-MORA.
           MOVE MO-PRESTAMO-ID TO CA-PRESTAMO-ID
           MOVE MO-NUM-CUOTA   TO CA-NUM-CUOTA
           READ CUADRO-FILE
               INVALID KEY
                   ADD 1 TO WS-MORAS-DESCARTADAS
                   PERFORM 120-ESCRIBIR-LINEA-DESCARTE
               NOT INVALID KEY
                   IF CA-EN-MORA
                       ADD 1 TO WS-MORAS-REINTENTADAS
                       MOVE MO-INTENTOS TO WS-INTENTOS-PREVIOS
                       PERFORM 300-COBRAR-CUOTA
                   ELSE
                       ADD 1 TO WS-MORAS-DESCARTADAS
                       PERFORM 120-ESCRIBIR-LINEA-DESCARTE
                   END-IF
           END-READ.

       120-ESCRIBIR-LINEA-DESCARTE.
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'MORA DESCARTADA: PRESTAMO ' MO-PRESTAMO-ID
                  ' CUOTA ' MO-NUM-CUOTA
                  ' (YA NO CONSTA EN MORA EN EL CUADRO)'
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE COBRO-CUOTAS-RECORD-OUT FROM WS-LINEA-RPT.

      *  Segunda pasada: el cuadro entero, por prestamo y cuota; solo
      *  las cuotas pendientes ya vencidas (las de mora se trataron en
      *  la primera pasada).
       200-COBRAR-VENCIDAS.
           MOVE ZERO TO CA-PRESTAMO-ID
           MOVE ZERO TO CA-NUM-CUOTA
           START CUADRO-FILE KEY IS NOT LESS THAN CA-CLAVE
              INVALID KEY
                 MOVE 'S' TO WS-CUADRO-EOF
           END-START
           PERFORM UNTIL END-OF-CUADRO
              READ CUADRO-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-CUADRO-EOF
                 NOT AT END
                    IF CA-PENDIENTE
                       AND CA-FECHA-VENCE <= WS-FECHA-YYYYMMDD
                       ADD 1 TO WS-CUOTAS-VENCIDAS
                       MOVE ZERO TO WS-INTENTOS-PREVIOS
                       PERFORM 300-COBRAR-CUOTA
                    END-IF
              END-READ
           END-PERFORM.

      *  Intento de cobro de la cuota que esta en el buffer del
      *  cuadro. Cobrada o no, la cuota se reescribe con su estado.
       300-COBRAR-CUOTA.
           MOVE 'N' TO WS-COBRO-FLAG
           MOVE SPACES TO WS-MOTIVO-IMPAGO
           MOVE CA-PRESTAMO-ID TO PR-PRESTAMO-ID
           READ PRESTAMOS-FILE
               INVALID KEY
                   MOVE 'PRESTAMO NO EXISTE' TO WS-MOTIVO-IMPAGO
               NOT INVALID KEY
                   MOVE PR-CUENTA-NUM TO MR-CUENTA-NUM
                   READ MASTER-FILE
                       INVALID KEY
                           MOVE 'CUENTA NO EXISTE' TO WS-MOTIVO-IMPAGO
                       NOT INVALID KEY
                           PERFORM 310-CARGAR-SI-PROCEDE
                   END-READ
           END-READ
           IF CUOTA-COBRADA
               MOVE 'C' TO CA-ESTADO
               MOVE WS-FECHA-YYYYMMDD TO CA-FECHA-COBRO
           ELSE
               MOVE 'M' TO CA-ESTADO
           END-IF
           REWRITE CUADRO-RECORD
               INVALID KEY
                   DISPLAY '*** REWRITE FALLIDO EN EL CUADRO: PRESTAMO '
                           CA-PRESTAMO-ID ' CUOTA ' CA-NUM-CUOTA ' ***'
           END-REWRITE
           IF CUOTA-COBRADA
               PERFORM 350-ACTUALIZAR-PRESTAMO
               PERFORM 360-ESCRIBIR-LINEA-COBRO
           ELSE
               PERFORM 400-PASAR-A-MORA
           END-IF.

      *  Mismas garantias que un cargo de DOMICILIACIONES, salvo los
      *  limites del cliente: estado, divisa y saldo disponible
      *  (contable menos retenciones) con sobregiro.
       310-CARGAR-SI-PROCEDE.
           EVALUATE TRUE
               WHEN NOT MR-CTA-ACTIVA
                   MOVE 'CUENTA NO ACTIVA' TO WS-MOTIVO-IMPAGO
               WHEN PR-DIVISA NOT = MR-DIVISA
                   MOVE 'DIVISA NO COINCIDE' TO WS-MOTIVO-IMPAGO
               WHEN OTHER
                   PERFORM 320-VERIFICAR-DISPONIBLE
           END-EVALUATE.

       320-VERIFICAR-DISPONIBLE.
           PERFORM 346-BUSCAR-RETENIDO
           IF MR-BALANCE - WS-RET-ACUM-CUENTA - CA-CUOTA
              >= (0 - MR-LIMITE-SOBREGIRO)
              PERFORM 330-APLICAR-CARGO
           ELSE
      *       Si sin retenciones si cabria, el motivo es el retenido
      *       (mismo matiz que el ERO-CODIGO 14 del procesador).
              IF WS-RET-ACUM-CUENTA > ZERO
                 AND MR-BALANCE - CA-CUOTA
                     >= (0 - MR-LIMITE-SOBREGIRO)
                 MOVE 'SALDO DISPONIBLE RETENIDO' TO WS-MOTIVO-IMPAGO
              ELSE
                 MOVE 'SALDO INSUFICIENTE' TO WS-MOTIVO-IMPAGO
              END-IF
           END-IF.

       330-APLICAR-CARGO.
           COMPUTE WS-BALANCE-CAPITAL = MR-BALANCE - CA-CAPITAL
           COMPUTE WS-BALANCE-NUEVO   = MR-BALANCE - CA-CUOTA
           MOVE WS-BALANCE-NUEVO TO MR-BALANCE
           REWRITE MASTER-RECORD
               INVALID KEY
                   MOVE 'REWRITE FALLIDO' TO WS-MOTIVO-IMPAGO
               NOT INVALID KEY
                   MOVE 'S' TO WS-COBRO-FLAG
                   ADD 1 TO WS-CUOTAS-COBRADAS
                   ADD CA-CAPITAL TO WS-CAPITAL-COBRADO
                   ADD CA-INTERES TO WS-INTERES-COBRADO
                   PERFORM 340-ESCRIBIR-HISTORIAL
           END-REWRITE.

      *  La cuota se parte en dos lineas, capital ('C') e intereses
      *  ('N'), cada una con el saldo que deja; un prestamo a tipo
      *  cero no tiene linea de intereses.
       340-ESCRIBIR-HISTORIAL.
           MOVE SPACES TO WS-CONTRA-REF-CUOTA
           STRING 'PRESTAMO ' CA-PRESTAMO-ID ' C' CA-NUM-CUOTA
              DELIMITED BY SIZE INTO WS-CONTRA-REF-CUOTA
           END-STRING
           MOVE MR-CUENTA-NUM      TO HR-CUENTA-NUM
           MOVE 'C'                TO HR-TIPO
           MOVE CA-CAPITAL         TO HR-CANTIDAD
           MOVE WS-BALANCE-CAPITAL TO HR-BALANCE-RESULT
           PERFORM 345-GRABAR-LINEA-CUOTA
           IF CA-INTERES > ZERO
               MOVE MR-CUENTA-NUM    TO HR-CUENTA-NUM
               MOVE 'N'              TO HR-TIPO
               MOVE CA-INTERES       TO HR-CANTIDAD
               MOVE WS-BALANCE-NUEVO TO HR-BALANCE-RESULT
               PERFORM 345-GRABAR-LINEA-CUOTA
           END-IF.

       345-GRABAR-LINEA-CUOTA.
           MOVE WS-FECHA-YYYYMMDD TO HR-FECHA
           MOVE MR-DIVISA         TO HR-DIVISA
           MOVE ZERO              TO HR-TASA-APLICADA
           PERFORM 022-ASIGNAR-REFERENCIA
           MOVE 'D'               TO HR-SIGNO
           MOVE ZERO              TO HR-CONTRA-CUENTA
           MOVE ZERO              TO HR-CONTRA-BANCO
           MOVE CA-PRESTAMO-ID    TO HR-CONTRA-ID
           MOVE WS-CONTRA-REF-CUOTA TO HR-CONTRA-REF
           WRITE HISTORY-RECORD-OUT.

      *  El prestamo baja su capital pendiente y, sin capital, queda
      *  liquidado.
       350-ACTUALIZAR-PRESTAMO.
           IF CA-CAPITAL > PR-CAPITAL-PENDIENTE
               MOVE ZERO TO PR-CAPITAL-PENDIENTE
           ELSE
               SUBTRACT CA-CAPITAL FROM PR-CAPITAL-PENDIENTE
           END-IF
           ADD 1 TO PR-CUOTAS-PAGADAS
           IF PR-CAPITAL-PENDIENTE = ZERO
              OR PR-CUOTAS-PAGADAS >= PR-PLAZO-MESES
               MOVE 'L' TO PR-ESTADO
               ADD 1 TO WS-PRESTAMOS-LIQUIDADOS
           END-IF
           REWRITE PRESTAMO-RECORD
               INVALID KEY
                   DISPLAY '*** REWRITE FALLIDO EN PRESTAMOS.DAT: '
                           PR-PRESTAMO-ID ' ***'
           END-REWRITE.

       360-ESCRIBIR-LINEA-COBRO.
           MOVE CA-CAPITAL TO WS-CAMPO-NUM-EDIT
           MOVE CA-INTERES TO WS-CAMPO-NUM-EDIT2
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'COBRADA: PRESTAMO ' CA-PRESTAMO-ID
                  ' CUOTA ' CA-NUM-CUOTA ' CTA ' MR-CUENTA-NUM
                  ' CAP' WS-CAMPO-NUM-EDIT
                  ' INT' WS-CAMPO-NUM-EDIT2
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE COBRO-CUOTAS-RECORD-OUT FROM WS-LINEA-RPT
           IF PR-LIQUIDADO
               MOVE SPACES TO WS-LINEA-RPT
               STRING '         PRESTAMO ' PR-PRESTAMO-ID
                      ' LIQUIDADO CON ESTA CUOTA'
                  DELIMITED BY SIZE INTO WS-LINEA-RPT
               END-STRING
               WRITE COBRO-CUOTAS-RECORD-OUT FROM WS-LINEA-RPT
           END-IF.

      *  La cuota impagada pasa (o sigue) en la mora con un intento
      *  mas y el motivo de hoy.
       400-PASAR-A-MORA.
           ADD 1 TO WS-CUOTAS-IMPAGADAS
           ADD CA-CUOTA TO WS-MONTO-IMPAGADO
           MOVE CA-PRESTAMO-ID    TO MO-PRESTAMO-ID
           MOVE CA-NUM-CUOTA      TO MO-NUM-CUOTA
           MOVE CA-CUENTA-NUM     TO MO-CUENTA-NUM
           MOVE CA-CUOTA          TO MO-CUOTA
           MOVE CA-FECHA-VENCE    TO MO-FECHA-VENCE
           COMPUTE MO-INTENTOS = WS-INTENTOS-PREVIOS + 1
           MOVE WS-FECHA-YYYYMMDD TO MO-FECHA-INTENTO
           MOVE WS-MOTIVO-IMPAGO  TO MO-MOTIVO
           WRITE MORA-TRABAJO-RECORD FROM MORA-RECORD
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'IMPAGADA: PRESTAMO ' CA-PRESTAMO-ID
                  ' CUOTA ' CA-NUM-CUOTA ' CTA ' CA-CUENTA-NUM
                  ' INT.' MO-INTENTOS ' - ' WS-MOTIVO-IMPAGO
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE COBRO-CUOTAS-RECORD-OUT FROM WS-LINEA-RPT.

      *  Retenido activo de la cuenta en curso, dejado en
      *  WS-RET-ACUM-CUENTA (cero si la cuenta no tiene retenciones).
       346-BUSCAR-RETENIDO.
           MOVE ZERO TO WS-RET-ACUM-CUENTA
           MOVE MR-CUENTA-NUM TO RT-CUENTA
           READ RETENIDOS-TRABAJO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE RT-ACUM TO WS-RET-ACUM-CUENTA
           END-READ.

       900-FINALIZAR-SIST.
           IF HAY-CARTERA
               PERFORM 910-ESCRIBIR-RESUMEN
               CLOSE MASTER-FILE, HISTORY-FILE, RETENIDOS-TRABAJO,
                     COBRO-CUOTAS-RPT, MORA-TRABAJO
               PERFORM 915-REESCRIBIR-MORA
      *        El ciclo solo se cierra tras recorrer la cartera.
               PERFORM 905-GRABAR-CIERRE-CICLO
           END-IF
           CLOSE PRESTAMOS-FILE, CUADRO-FILE
           DISPLAY '--- COBRO DE CUOTAS FINALIZADO ---'
           DISPLAY WS-CUOTAS-COBRADAS ' CUOTAS COBRADAS.'
           DISPLAY WS-CUOTAS-IMPAGADAS ' CUOTAS EN MORA.'.

      *  Anota el cierre del ciclo en CONTROL-PROCESO.DAT.
       905-GRABAR-CIERRE-CICLO.
           OPEN EXTEND CONTROL-FILE
           MOVE SPACES TO CONTROL-RECORD
           MOVE 'C' TO CP-TIPO
           MOVE WS-FECHA-YYYYMMDD TO CP-FECHA
           MOVE 'COBRO-CUOTAS' TO CP-PROGRAMA
           WRITE CONTROL-RECORD
           CLOSE CONTROL-FILE.

      *  La mora de hoy sustituye entera a la de ayer.
       915-REESCRIBIR-MORA.
           OPEN INPUT MORA-TRABAJO
           OPEN OUTPUT MORA-FILE
           MOVE 'N' TO WS-MORA-EOF
           PERFORM UNTIL END-OF-MORA
              READ MORA-TRABAJO
                 AT END
                    MOVE 'S' TO WS-MORA-EOF
                 NOT AT END
                    WRITE MORA-RECORD FROM MORA-TRABAJO-RECORD
              END-READ
           END-PERFORM
           CLOSE MORA-TRABAJO, MORA-FILE.

       910-ESCRIBIR-RESUMEN.
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'CUOTAS VENCIDAS HOY: ' WS-CUOTAS-VENCIDAS
                  '   MORA REINTENTADA: ' WS-MORAS-REINTENTADAS
                  '   DESCARTADA: ' WS-MORAS-DESCARTADAS
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE COBRO-CUOTAS-RECORD-OUT FROM WS-LINEA-RPT

           MOVE SPACES TO WS-LINEA-RPT
           STRING 'CUOTAS COBRADAS: ' WS-CUOTAS-COBRADAS
                  '   IMPAGADAS (EN MORA): ' WS-CUOTAS-IMPAGADAS
                  '   PRESTAMOS LIQUIDADOS: ' WS-PRESTAMOS-LIQUIDADOS
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE COBRO-CUOTAS-RECORD-OUT FROM WS-LINEA-RPT

           MOVE WS-CAPITAL-COBRADO TO WS-CAMPO-NUM-EDIT
           MOVE WS-INTERES-COBRADO TO WS-CAMPO-NUM-EDIT2
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'CAPITAL COBRADO: ' WS-CAMPO-NUM-EDIT
                  '   INTERESES COBRADOS: ' WS-CAMPO-NUM-EDIT2
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE COBRO-CUOTAS-RECORD-OUT FROM WS-LINEA-RPT

           MOVE WS-MONTO-IMPAGADO TO WS-CAMPO-NUM-EDIT
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'IMPORTE TOTAL EN MORA: ' WS-CAMPO-NUM-EDIT
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE COBRO-CUOTAS-RECORD-OUT FROM WS-LINEA-RPT.
