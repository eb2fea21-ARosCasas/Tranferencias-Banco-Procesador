       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANULAR-MOVIMIENTO.
      * PROPOSITO: Anulacion de un movimiento ya grabado en
      * TRANS-HISTORY.DAT (deposito duplicado tecleado en la oficina,
      * recibo que el emisor retira despues de cargado...). El
      * movimiento se localiza por su referencia o por cuenta, fecha e
      * importe; se comprueba que existe y que no esta ya anulado, y se
      * graba el apunte exactamente inverso con HR-TIPO 'A' (las dos
      * patas si es una transferencia interna), para que CUADRE-DIARIO,
      * EXTRACTO-CONTABLE y ESTADO-CUENTA lo vean como anulacion y no
      * como un movimiento mas del cliente.
      *
      * DOBLE CONTROL: la anulacion la introduce un operador y la
      * autoriza otro distinto; ambos quedan en AUDITORIA-MANT.DAT.
      *
      * CLAVE DE LA ANULACION: HR-CONTRA-REF del apunte 'A' lleva la
      * fecha (8) y la referencia (12) del movimiento anulado (cero en
      * las lineas anteriores a la referencia); es lo que se busca para
      * saber si un movimiento ya fue anulado.
      *-----------------------------------------------------------------------*
      *CAMBIOS:
      *C0001 --> Fecha: 15/10/2026
      *          Descripción: Programa nuevo. Sustituye el apunte
      *                       compensatorio 'D'/'R' tecleado a mano en
      *                       TRANS.DAT, que se saltaba la ventana de
      *                       duplicados y salia en el extracto como un
      *                       movimiento normal del cliente.
      *
      *C0002 --> Fecha: 15/10/2026
      *          Descripción: Los movimientos de prestamos (HR-TIPO 'P',
      *                       'C' y 'N', ver ABRIR-PRESTAMO y
      *                       COBRO-CUOTAS) no se anulan aqui: dejarian
      *                       el saldo de la cuenta descuadrado con el
      *                       cuadro de amortizacion y el capital
      *                       pendiente del prestamo.
      *
      *C0003 --> Fecha: 15/10/2026
      *          Descripción: Las trabas de embargo (HR-TIPO 'J') no se
      *                       anulan: la orden de EMBARGOS.DAT y el
      *                       registro de trabas no se enterarian. Un
      *                       error se corrige con MANTENER-EMBARGOS y
      *                       un ajuste manual.
      *
      *-----------------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  Fecha de negocio (ver APERTURA-DIA): es la fecha del apunte.
           SELECT CONTROL-FILE  ASSIGN TO 'CONTROL-PROCESO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT MASTER-FILE  ASSIGN TO 'CUENTAS-INDEXADAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MR-CUENTA-NUM
               FILE STATUS IS WS-MASTER-STATUS.

      *  Se lee entero para localizar el movimiento y despues se abre
      *  en EXTEND para grabar la anulacion.
           SELECT HISTORY-FILE  ASSIGN TO 'TRANS-HISTORY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

      *  Ultima referencia de movimiento asignada; compartido por
      *  todos los programas que graban en TRANS-HISTORY.DAT.
           SELECT CONTADOR-REF-FILE
               ASSIGN TO 'CONTADOR-REFERENCIAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTADOR-REF-STATUS.

      *  Pista de auditoria de mantenimiento; solo se añade.
           SELECT AUDITORIA-FILE  ASSIGN TO 'AUDITORIA-MANT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.

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
      *    emisor/orden de origen y su referencia. En la anulacion,
      *    HR-CONTRA-REF lleva la clave del movimiento anulado.
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

      * Una accion de mantenimiento por registro. Mismo layout que
      * graba NUEVA-CUENTA y lee LISTAR-AUDITORIA.
       FD  AUDITORIA-FILE.
       01  AUDITORIA-RECORD.
           05 AU-OPERADOR        PIC X(8).
           05 AU-FECHA           PIC 9(8).
           05 AU-HORA            PIC 9(6).
           05 AU-CUENTA          PIC 9(10).
           05 AU-CAMPO           PIC X(20).
           05 AU-VALOR-ANTERIOR  PIC X(20).
           05 AU-VALOR-NUEVO     PIC X(20).
           05 AU-MODO            PIC X(1).

       WORKING-STORAGE SECTION.
      *  Control de proceso: solo interesa la fecha de negocio.
       01  WS-CONTROL-AREAS.
           05 WS-CONTROL-STATUS    PIC XX.
           05 WS-CONTROL-EOF-FLAG  PIC X VALUE 'N'.
              88 END-OF-CONTROL    VALUE 'S'.
           05 WS-CONTROL-OK-FLAG   PIC X VALUE 'N'.
              88 CONTROL-SUPERADO  VALUE 'S'.

       01  WS-FLAGS.
           05 WS-MASTER-STATUS       PIC XX.
           05 WS-HISTORY-STATUS      PIC XX.
      *    Estado del contador de referencias del historico.
           05 WS-CONTADOR-REF-STATUS PIC XX.
           05 WS-AUDITORIA-STATUS    PIC XX.
           05 WS-HISTORY-EOF         PIC X VALUE 'N'.
              88 END-OF-HISTORY      VALUE 'S'.
           05 WS-CONTINUE-FLAG       PIC X VALUE 'S'.
              88 CONTINUAR-ANULANDO  VALUE 'S'.
      *    Cada paso de la anulacion solo corre si los anteriores la
      *    dejaron viva; cualquier rechazo la pone a 'N'.
           05 WS-ANULACION-FLAG      PIC X VALUE 'S'.
              88 ANULACION-VIVA      VALUE 'S'.
           05 WS-RESPUESTA-OPER      PIC X VALUE 'N'.
           05 WS-AUDITORIA-FLAG      PIC X VALUE 'N'.
              88 AUDITORIA-ABIERTA   VALUE 'S'.

       01  WS-FECHA-ACTUAL.
           05 WS-FECHA-YYYYMMDD  PIC 9(8).

      *  Doble control: quien introduce (pedido al iniciar sesion) y
      *  quien autoriza (pedido en cada anulacion; nunca el mismo).
       01  WS-OPERADORES.
           05 WS-OPERADOR            PIC X(8).
           05 WS-OPERADOR-AUTORIZA   PIC X(8).

      *  Criterio de busqueda: 'R' por referencia, 'C' por cuenta,
      *  fecha e importe.
       01  WS-BUSQUEDA.
           05 WS-MODO-BUSQUEDA   PIC X.
              88 BUSCAR-POR-REFERENCIA  VALUE 'R'.
              88 BUSCAR-POR-CUENTA      VALUE 'C'.
              88 MODO-BUSQUEDA-VALIDO   VALUE 'R' 'C'.
           05 WS-BUS-REFERENCIA  PIC 9(12) VALUE ZERO.
           05 WS-BUS-CUENTA      PIC 9(10) VALUE ZERO.
           05 WS-BUS-FECHA       PIC 9(8) VALUE ZERO.
           05 WS-BUS-IMPORTE     PIC 9(8)V99 VALUE ZERO.

      *  Resultado de la busqueda. Varias lineas iguales sin referencia
      *  (duplicado anterior a la referencia) son intercambiables: se
      *  anula una mientras queden mas lineas que anulaciones previas.
       01  WS-COINCIDENCIAS-AREAS.
           05 WS-COINCIDENCIAS        PIC 9(3) VALUE ZERO.
           05 WS-COINC-CON-REF        PIC 9(3) VALUE ZERO.
           05 WS-COINC-TIPOS-FLAG     PIC X VALUE 'N'.
              88 COINC-TIPOS-DISTINTOS  VALUE 'S'.
           05 WS-ANULACIONES-PREVIAS  PIC 9(3) VALUE ZERO.

      *  Patas a anular: la 1 es el movimiento localizado; la 2 solo
      *  existe en una transferencia interna (la otra pata, grabada
      *  con la referencia contigua).
       01  WS-PATAS-AREAS.
           05 WS-PATAS-TOTAL  PIC 9 VALUE ZERO.
           05 WS-PATA-IDX     PIC 9 VALUE ZERO.
           05 WS-PATA-TABLA OCCURS 2 TIMES.
              10 WS-PATA-CUENTA         PIC 9(10).
              10 WS-PATA-TIPO           PIC X(1).
              10 WS-PATA-CANTIDAD       PIC 9(8)V99.
              10 WS-PATA-FECHA          PIC 9(8).
              10 WS-PATA-DIVISA         PIC X(3).
              10 WS-PATA-TASA           PIC 9(4)V9(6).
              10 WS-PATA-REFERENCIA     PIC 9(12).
              10 WS-PATA-SIGNO          PIC X(1).
              10 WS-PATA-CONTRA-CUENTA  PIC 9(10).
              10 WS-PATA-CONTRA-BANCO   PIC 9(4).
              10 WS-PATA-CONTRA-ID      PIC 9(6).
              10 WS-PATA-SALDO-ANTERIOR PIC S9(8)V99.
              10 WS-PATA-SALDO-NUEVO    PIC S9(8)V99.
              10 WS-PATA-REF-ANULACION  PIC 9(12).

      *  Referencias contiguas a la de la pata 1, donde debe estar la
      *  otra pata de una transferencia interna.
       01  WS-REF-PAREJA-AREAS.
           05 WS-REF-ANTERIOR    PIC 9(12) VALUE ZERO.
           05 WS-REF-SIGUIENTE   PIC 9(12) VALUE ZERO.
           05 WS-PAREJA-FLAG     PIC X VALUE 'N'.
              88 NECESITA-PAREJA VALUE 'S'.

      *  Clave que el apunte 'A' deja en HR-CONTRA-REF.
       01  WS-CLAVE-ANULACION.
           05 WS-CLA-FECHA       PIC 9(8).
           05 WS-CLA-REFERENCIA  PIC 9(12).

      *  Ultima referencia de historico asignada (ver 022).
       01  WS-ULTIMA-REFERENCIA  PIC 9(12) VALUE ZERO.

      *  Areas de paso del registro de auditoria.
       01  WS-AUDITORIA-AREAS.
           05 WS-AUD-OPERADOR    PIC X(8).
           05 WS-AUD-CUENTA      PIC 9(10) VALUE ZERO.
           05 WS-AUD-CAMPO       PIC X(20).
           05 WS-AUD-ANTERIOR    PIC X(20).
           05 WS-AUD-NUEVO       PIC X(20).

       01  WS-CAMPO-NUM-EDIT   PIC -(7)9.99.
       01  WS-CAMPO-NUM-EDIT2  PIC -(7)9.99.

       PROCEDURE DIVISION.
      *    Sin fecha de negocio no se graba nada: el apunte de
      *    anulacion lleva la fecha del dia abierto.
           PERFORM 003-VERIFICAR-CONTROL-PROCESO
           IF CONTROL-SUPERADO
               PERFORM 000-INICIO-SIST
               IF WS-MASTER-STATUS = '00'
                   PERFORM 100-PROCESAR-ANULACION
                       UNTIL NOT CONTINUAR-ANULANDO
               END-IF
               PERFORM 900-FINALIZAR-SIST
           END-IF
           STOP RUN.

      *  Lee CONTROL-PROCESO.DAT: la ultima 'F' es la fecha de negocio.
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
           END-IF.

       004-ANOTAR-REGISTRO-CONTROL.
           IF CP-FECHA-NEGOCIO
               MOVE CP-FECHA TO WS-FECHA-YYYYMMDD
               MOVE 'S' TO WS-CONTROL-OK-FLAG
           END-IF.

       000-INICIO-SIST.
           DISPLAY '*** ANULACION DE MOVIMIENTOS ***'
           DISPLAY 'FECHA DE NEGOCIO: ' WS-FECHA-YYYYMMDD
           OPEN I-O MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY '*** ERROR CRITICO AL ABRIR ARCHIVO INDEXADO ***'
               DISPLAY 'FILE STATUS: ' WS-MASTER-STATUS
               DISPLAY 'EL PROGRAMA FINALIZARA.'
           ELSE
               PERFORM 030-ABRIR-AUDITORIA
           END-IF.

       020-ABRIR-HISTORY.
      *    Misma tecnica de apertura que en BANK-TRANS-PROCESSOR: crea el
      *    fichero si aun no existe, o continua al final si ya existe.
           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-STATUS = '35' OR WS-HISTORY-STATUS = '05'
              OPEN OUTPUT HISTORY-FILE
           END-IF.

      *  Ultima referencia asignada por cualquier programa; sin
      *  fichero (primera ejecucion) se empieza en cero. Se relee en
      *  cada anulacion: la sesion puede durar mientras corren otros.
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

      *  La pista de auditoria solo crece; el operador que introduce
      *  queda en cada registro de alta de anulacion de la sesion.
       030-ABRIR-AUDITORIA.
           OPEN EXTEND AUDITORIA-FILE
           IF WS-AUDITORIA-STATUS = '35' OR WS-AUDITORIA-STATUS = '05'
               OPEN OUTPUT AUDITORIA-FILE
           END-IF
           MOVE 'S' TO WS-AUDITORIA-FLAG
           PERFORM WITH TEST AFTER
                   UNTIL WS-OPERADOR NOT = SPACES
               DISPLAY 'Id de operador que introduce (Max 8): '
               ACCEPT WS-OPERADOR
               IF WS-OPERADOR = SPACES
                   DISPLAY 'EL ID DE OPERADOR ES OBLIGATORIO.'
               END-IF
           END-PERFORM.

      *  Graba la accion con los datos dejados en WS-AUD-*; fecha y
      *  hora del momento de la grabacion. Modo 'A' = anulacion.
       040-GRABAR-AUDITORIA.
           MOVE WS-AUD-OPERADOR TO AU-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO AU-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO AU-HORA
           MOVE WS-AUD-CUENTA   TO AU-CUENTA
           MOVE WS-AUD-CAMPO    TO AU-CAMPO
           MOVE WS-AUD-ANTERIOR TO AU-VALOR-ANTERIOR
           MOVE WS-AUD-NUEVO    TO AU-VALOR-NUEVO
           MOVE 'A'             TO AU-MODO
           WRITE AUDITORIA-RECORD.

       100-PROCESAR-ANULACION.
           DISPLAY '-------------------------------------------'
           MOVE 'S' TO WS-ANULACION-FLAG
           MOVE ZERO TO WS-PATAS-TOTAL
           MOVE 'N' TO WS-PAREJA-FLAG
           PERFORM 110-SOLICITAR-CRITERIO
           PERFORM 200-BUSCAR-MOVIMIENTO
           PERFORM 230-RESOLVER-COINCIDENCIAS
           IF ANULACION-VIVA
               PERFORM 300-VERIFICAR-MOVIMIENTO
           END-IF
           IF ANULACION-VIVA
               PERFORM 400-VALIDAR-CUENTAS
           END-IF
           IF ANULACION-VIVA
               PERFORM 500-AUTORIZAR-ANULACION
           END-IF
           IF ANULACION-VIVA
               PERFORM 600-APLICAR-ANULACION
           END-IF
           IF NOT ANULACION-VIVA
               DISPLAY 'ANULACION CANCELADA. NO SE HA GRABADO NADA.'
           END-IF

           DISPLAY '¿Desea anular otro movimiento? (S/N): '
           ACCEPT WS-CONTINUE-FLAG.

       110-SOLICITAR-CRITERIO.
           PERFORM WITH TEST AFTER
                   UNTIL MODO-BUSQUEDA-VALIDO
               DISPLAY 'Buscar por R-Referencia / C-Cuenta, fecha e '
                       'importe: '
               ACCEPT WS-MODO-BUSQUEDA
               IF NOT MODO-BUSQUEDA-VALIDO
                   DISPLAY 'OPCION INVALIDA. ELIJA R O C.'
               END-IF
           END-PERFORM
           IF BUSCAR-POR-REFERENCIA
               DISPLAY 'Referencia del movimiento (12 dígitos): '
               ACCEPT WS-BUS-REFERENCIA
           ELSE
               DISPLAY 'No. de Cuenta (10 dígitos): '
               ACCEPT WS-BUS-CUENTA
               DISPLAY 'Fecha del movimiento (AAAAMMDD): '
               ACCEPT WS-BUS-FECHA
               DISPLAY 'Importe (Formato XXXXXXX.XX): '
               ACCEPT WS-BUS-IMPORTE
           END-IF.

      *  Primera pasada por el historico: localiza el movimiento. Las
      *  lineas de arrastre 'S' y las propias anulaciones no cuentan
      *  en la busqueda por cuenta.
       200-BUSCAR-MOVIMIENTO.
           MOVE ZERO TO WS-COINCIDENCIAS
           MOVE ZERO TO WS-COINC-CON-REF
           MOVE 'N' TO WS-COINC-TIPOS-FLAG
           MOVE 'N' TO WS-HISTORY-EOF
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY '*** ERROR AL ABRIR TRANS-HISTORY.DAT ***'
               DISPLAY 'FILE STATUS: ' WS-HISTORY-STATUS
           ELSE
               PERFORM UNTIL END-OF-HISTORY
                  READ HISTORY-FILE
                     AT END
                        MOVE 'S' TO WS-HISTORY-EOF
                     NOT AT END
                        PERFORM 210-COTEJAR-CRITERIO
                  END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       210-COTEJAR-CRITERIO.
           IF BUSCAR-POR-REFERENCIA
               IF HR-REFERENCIA IS NUMERIC
                  AND HR-REFERENCIA = WS-BUS-REFERENCIA
                  AND WS-BUS-REFERENCIA > ZERO
                   PERFORM 220-ANOTAR-COINCIDENCIA
               END-IF
           ELSE
               IF HR-CUENTA-NUM = WS-BUS-CUENTA
                  AND HR-FECHA = WS-BUS-FECHA
                  AND HR-CANTIDAD = WS-BUS-IMPORTE
                  AND HR-TIPO NOT = 'S'
                  AND HR-TIPO NOT = 'A'
                   PERFORM 220-ANOTAR-COINCIDENCIA
               END-IF
           END-IF.

      *  La primera coincidencia queda como pata 1; las demas solo se
      *  cuentan y se muestran para que el operador elija.
       220-ANOTAR-COINCIDENCIA.
           ADD 1 TO WS-COINCIDENCIAS
           IF HR-REFERENCIA IS NUMERIC AND HR-REFERENCIA > ZERO
               ADD 1 TO WS-COINC-CON-REF
           END-IF
           IF WS-COINCIDENCIAS = 1
               MOVE 1 TO WS-PATA-IDX
               PERFORM 225-CARGAR-PATA
               MOVE 1 TO WS-PATAS-TOTAL
           ELSE
               IF HR-TIPO NOT = WS-PATA-TIPO(1)
                   MOVE 'S' TO WS-COINC-TIPOS-FLAG
               END-IF
           END-IF
           MOVE HR-CANTIDAD TO WS-CAMPO-NUM-EDIT
           DISPLAY 'REF ' HR-REFERENCIA ' CUENTA ' HR-CUENTA-NUM
                   ' FECHA ' HR-FECHA ' TIPO ' HR-TIPO
                   ' SENTIDO ' HR-SIGNO ' ' WS-CAMPO-NUM-EDIT
                   ' ' HR-DIVISA.

      *  Copia la linea del historico en la pata WS-PATA-IDX; los
      *  campos que las lineas antiguas traen en blanco quedan a cero.
       225-CARGAR-PATA.
           MOVE HR-CUENTA-NUM    TO WS-PATA-CUENTA(WS-PATA-IDX)
           MOVE HR-TIPO          TO WS-PATA-TIPO(WS-PATA-IDX)
           MOVE HR-CANTIDAD      TO WS-PATA-CANTIDAD(WS-PATA-IDX)
           MOVE HR-FECHA         TO WS-PATA-FECHA(WS-PATA-IDX)
           MOVE HR-DIVISA        TO WS-PATA-DIVISA(WS-PATA-IDX)
           MOVE HR-SIGNO         TO WS-PATA-SIGNO(WS-PATA-IDX)
           IF HR-TASA-APLICADA IS NUMERIC
               MOVE HR-TASA-APLICADA TO WS-PATA-TASA(WS-PATA-IDX)
           ELSE
               MOVE ZERO TO WS-PATA-TASA(WS-PATA-IDX)
           END-IF
           IF HR-REFERENCIA IS NUMERIC
               MOVE HR-REFERENCIA TO WS-PATA-REFERENCIA(WS-PATA-IDX)
           ELSE
               MOVE ZERO TO WS-PATA-REFERENCIA(WS-PATA-IDX)
           END-IF
           IF HR-CONTRA-CUENTA IS NUMERIC
               MOVE HR-CONTRA-CUENTA
                    TO WS-PATA-CONTRA-CUENTA(WS-PATA-IDX)
           ELSE
               MOVE ZERO TO WS-PATA-CONTRA-CUENTA(WS-PATA-IDX)
           END-IF
           IF HR-CONTRA-BANCO IS NUMERIC
               MOVE HR-CONTRA-BANCO
                    TO WS-PATA-CONTRA-BANCO(WS-PATA-IDX)
           ELSE
               MOVE ZERO TO WS-PATA-CONTRA-BANCO(WS-PATA-IDX)
           END-IF
           IF HR-CONTRA-ID IS NUMERIC
               MOVE HR-CONTRA-ID TO WS-PATA-CONTRA-ID(WS-PATA-IDX)
           ELSE
               MOVE ZERO TO WS-PATA-CONTRA-ID(WS-PATA-IDX)
           END-IF.

      *  Ninguna coincidencia: no hay nada que anular. Varias con
      *  referencia: el operador elige una y se busca de nuevo por
      *  referencia. Varias sin referencia: solo se aceptan si son
      *  lineas iguales (mismo tipo).
       230-RESOLVER-COINCIDENCIAS.
           EVALUATE TRUE
               WHEN WS-COINCIDENCIAS = ZERO
                   DISPLAY 'MOVIMIENTO NO ENCONTRADO EN '
                           'TRANS-HISTORY.DAT.'
                   MOVE 'N' TO WS-ANULACION-FLAG
               WHEN WS-COINCIDENCIAS = 1
                   CONTINUE
               WHEN WS-COINC-CON-REF > ZERO
                   DISPLAY 'VARIOS MOVIMIENTOS COINCIDEN. '
                           'Referencia a anular (0 = cancelar): '
                   ACCEPT WS-BUS-REFERENCIA
                   IF WS-BUS-REFERENCIA = ZERO
                       MOVE 'N' TO WS-ANULACION-FLAG
                   ELSE
                       MOVE 'R' TO WS-MODO-BUSQUEDA
                       PERFORM 200-BUSCAR-MOVIMIENTO
                       IF WS-COINCIDENCIAS NOT = 1
                           DISPLAY 'REFERENCIA NO ENCONTRADA.'
                           MOVE 'N' TO WS-ANULACION-FLAG
                       END-IF
                   END-IF
               WHEN COINC-TIPOS-DISTINTOS
                   DISPLAY 'VARIOS MOVIMIENTOS SIN REFERENCIA Y DE '
                           'DISTINTO TIPO: REQUIERE AJUSTE MANUAL.'
                   MOVE 'N' TO WS-ANULACION-FLAG
               WHEN OTHER
                   DISPLAY WS-COINCIDENCIAS ' LINEAS IGUALES SIN '
                           'REFERENCIA: SE ANULA UNA.'
           END-EVALUATE.

      *  Comprueba que el movimiento se puede anular, busca la otra
      *  pata si es una transferencia interna y mira si ya se anulo.
       300-VERIFICAR-MOVIMIENTO.
           PERFORM 310-DERIVAR-SENTIDO-ORIGINAL
           IF ANULACION-VIVA
               PERFORM 315-VERIFICAR-TIPO
           END-IF
           IF ANULACION-VIVA
               MOVE WS-PATA-FECHA(1)      TO WS-CLA-FECHA
               MOVE WS-PATA-REFERENCIA(1) TO WS-CLA-REFERENCIA
               PERFORM 320-BUSCAR-ANULACION-Y-PAREJA
               PERFORM 340-EVALUAR-BUSQUEDA
           END-IF.

      *  Las lineas anteriores a HR-SIGNO lo traen en blanco; para los
      *  tipos de un solo sentido se deduce del tipo.
       310-DERIVAR-SENTIDO-ORIGINAL.
           IF WS-PATA-SIGNO(1) NOT = 'D' AND WS-PATA-SIGNO(1) NOT = 'H'
               EVALUATE WS-PATA-TIPO(1)
                   WHEN 'D'
                   WHEN 'I'
                       MOVE 'H' TO WS-PATA-SIGNO(1)
                   WHEN 'R'
                   WHEN 'F'
                       MOVE 'D' TO WS-PATA-SIGNO(1)
                   WHEN OTHER
                       DISPLAY 'MOVIMIENTO SIN SENTIDO GRABADO: '
                               'REQUIERE AJUSTE MANUAL.'
                       MOVE 'N' TO WS-ANULACION-FLAG
               END-EVALUATE
           END-IF.

       315-VERIFICAR-TIPO.
           EVALUATE TRUE
               WHEN WS-PATA-TIPO(1) = 'A'
                   DISPLAY 'EL MOVIMIENTO ES YA UNA ANULACION.'
                   MOVE 'N' TO WS-ANULACION-FLAG
               WHEN WS-PATA-TIPO(1) = 'S'
                   DISPLAY 'SALDO DE ARRASTRE: NO ES UN MOVIMIENTO.'
                   MOVE 'N' TO WS-ANULACION-FLAG
 C0002*        Disposicion y cuotas de prestamo: el prestamo y su
      *        cuadro no se enterarian de la anulacion.
               WHEN WS-PATA-TIPO(1) = 'P'
                    OR WS-PATA-TIPO(1) = 'C'
                    OR WS-PATA-TIPO(1) = 'N'
                   DISPLAY 'MOVIMIENTO DE PRESTAMO: NO SE ANULA AQUI.'
                   MOVE 'N' TO WS-ANULACION-FLAG
 C0003*        Traba de embargo: la orden y su registro de trabas no
      *        se enterarian de la anulacion.
               WHEN WS-PATA-TIPO(1) = 'J'
                   DISPLAY 'TRABA DE EMBARGO: NO SE ANULA AQUI.'
                   MOVE 'N' TO WS-ANULACION-FLAG
      *        La pata local de una transferencia con otra entidad no
      *        se anula aqui: la devolucion viaja por la red y la
      *        asienta CONCILIAR-INTERBANCARIA.
               WHEN WS-PATA-TIPO(1) = 'T'
                    AND WS-PATA-CONTRA-BANCO(1) > ZERO
                   DISPLAY 'TRANSFERENCIA INTERBANCARIA: SE DEVUELVE '
                           'POR LA RED, NO SE ANULA.'
                   MOVE 'N' TO WS-ANULACION-FLAG
               WHEN WS-PATA-TIPO(1) = 'T'
                    AND (WS-PATA-CONTRA-CUENTA(1) = ZERO
                         OR WS-PATA-REFERENCIA(1) = ZERO)
                   DISPLAY 'TRANSFERENCIA SIN CONTRAPARTIDA GRABADA: '
                           'REQUIERE AJUSTE MANUAL.'
                   MOVE 'N' TO WS-ANULACION-FLAG
               WHEN WS-PATA-TIPO(1) = 'T'
                   MOVE 'S' TO WS-PAREJA-FLAG
                   COMPUTE WS-REF-ANTERIOR = WS-PATA-REFERENCIA(1) - 1
                   COMPUTE WS-REF-SIGUIENTE = WS-PATA-REFERENCIA(1) + 1
           END-EVALUATE.

      *  Segunda pasada: cuenta las anulaciones previas del movimiento
      *  y, en una transferencia interna, localiza la otra pata.
       320-BUSCAR-ANULACION-Y-PAREJA.
           MOVE ZERO TO WS-ANULACIONES-PREVIAS
           MOVE 'N' TO WS-HISTORY-EOF
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY '*** ERROR AL ABRIR TRANS-HISTORY.DAT ***'
               MOVE 'N' TO WS-ANULACION-FLAG
           ELSE
               PERFORM UNTIL END-OF-HISTORY
                  READ HISTORY-FILE
                     AT END
                        MOVE 'S' TO WS-HISTORY-EOF
                     NOT AT END
                        PERFORM 330-COTEJAR-ANULACION-Y-PAREJA
                  END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       330-COTEJAR-ANULACION-Y-PAREJA.
           IF HR-TIPO = 'A'
              AND HR-CUENTA-NUM = WS-PATA-CUENTA(1)
              AND HR-CANTIDAD = WS-PATA-CANTIDAD(1)
              AND HR-CONTRA-REF(1:20) = WS-CLAVE-ANULACION
               ADD 1 TO WS-ANULACIONES-PREVIAS
           END-IF
           IF NECESITA-PAREJA AND WS-PATAS-TOTAL = 1
              AND HR-TIPO = 'T'
              AND HR-REFERENCIA IS NUMERIC
              AND HR-CONTRA-CUENTA IS NUMERIC
               IF HR-CUENTA-NUM = WS-PATA-CONTRA-CUENTA(1)
                  AND HR-CONTRA-CUENTA = WS-PATA-CUENTA(1)
                  AND HR-FECHA = WS-PATA-FECHA(1)
                  AND HR-SIGNO NOT = WS-PATA-SIGNO(1)
                  AND (HR-REFERENCIA = WS-REF-ANTERIOR
                       OR HR-REFERENCIA = WS-REF-SIGUIENTE)
                   MOVE 2 TO WS-PATA-IDX
                   PERFORM 225-CARGAR-PATA
                   MOVE 2 TO WS-PATAS-TOTAL
               END-IF
           END-IF.

       340-EVALUAR-BUSQUEDA.
           IF ANULACION-VIVA
              AND WS-ANULACIONES-PREVIAS >= WS-COINCIDENCIAS
               DISPLAY 'EL MOVIMIENTO YA FUE ANULADO.'
               MOVE 'N' TO WS-ANULACION-FLAG
           END-IF
           IF ANULACION-VIVA AND NECESITA-PAREJA
              AND WS-PATAS-TOTAL < 2
               DISPLAY 'NO SE ENCUENTRA LA OTRA PATA DE LA '
                       'TRANSFERENCIA: REQUIERE AJUSTE MANUAL.'
               MOVE 'N' TO WS-ANULACION-FLAG
           END-IF.

      *  Cada pata: la cuenta debe seguir en el maestro, en la divisa
      *  del apunte y no cerrada. No se valida sobregiro ni
      *  retenciones: la anulacion corrige un error y se aplica
      *  siempre; solo se avisa si la cuenta queda bajo su limite.
       400-VALIDAR-CUENTAS.
           PERFORM VARYING WS-PATA-IDX FROM 1 BY 1
              UNTIL WS-PATA-IDX > WS-PATAS-TOTAL
                 OR NOT ANULACION-VIVA
              PERFORM 410-VALIDAR-CUENTA-PATA
           END-PERFORM.

       410-VALIDAR-CUENTA-PATA.
           MOVE WS-PATA-CUENTA(WS-PATA-IDX) TO MR-CUENTA-NUM
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY 'ERROR: La cuenta '
                           WS-PATA-CUENTA(WS-PATA-IDX)
                           ' NO EXISTE (STATUS: ' WS-MASTER-STATUS ').'
                   MOVE 'N' TO WS-ANULACION-FLAG
           END-READ
           IF ANULACION-VIVA AND MR-CTA-CERRADA
               DISPLAY 'ERROR: LA CUENTA ' MR-CUENTA-NUM
                       ' ESTA CERRADA.'
               MOVE 'N' TO WS-ANULACION-FLAG
           END-IF
           IF ANULACION-VIVA
              AND WS-PATA-DIVISA(WS-PATA-IDX) NOT = SPACES
              AND WS-PATA-DIVISA(WS-PATA-IDX) NOT = MR-DIVISA
               DISPLAY 'ERROR: LA DIVISA DE LA CUENTA ' MR-CUENTA-NUM
                       ' NO ES LA DEL MOVIMIENTO.'
               MOVE 'N' TO WS-ANULACION-FLAG
           END-IF
           IF ANULACION-VIVA
               PERFORM 420-CALCULAR-SALDO-PATA
           END-IF.

      *  El apunte inverso: un abono se anula con un cargo y al reves.
      *  Es solo la vista previa para los operadores; el saldo que se
      *  graba se calcula en 610 sobre la cuenta releida.
       420-CALCULAR-SALDO-PATA.
           MOVE MR-BALANCE TO WS-PATA-SALDO-ANTERIOR(WS-PATA-IDX)
           IF WS-PATA-SIGNO(WS-PATA-IDX) = 'H'
               COMPUTE WS-PATA-SALDO-NUEVO(WS-PATA-IDX) =
                  MR-BALANCE - WS-PATA-CANTIDAD(WS-PATA-IDX)
           ELSE
               COMPUTE WS-PATA-SALDO-NUEVO(WS-PATA-IDX) =
                  MR-BALANCE + WS-PATA-CANTIDAD(WS-PATA-IDX)
           END-IF
           MOVE WS-PATA-SALDO-ANTERIOR(WS-PATA-IDX) TO WS-CAMPO-NUM-EDIT
           MOVE WS-PATA-SALDO-NUEVO(WS-PATA-IDX) TO WS-CAMPO-NUM-EDIT2
           DISPLAY 'CUENTA ' MR-CUENTA-NUM ' ' MR-NOMBRE
           DISPLAY '   SALDO ACTUAL ' WS-CAMPO-NUM-EDIT
                   '  TRAS LA ANULACION ' WS-CAMPO-NUM-EDIT2
                   ' ' MR-DIVISA
           IF WS-PATA-SALDO-NUEVO(WS-PATA-IDX)
              < (0 - MR-LIMITE-SOBREGIRO)
               DISPLAY '   AVISO: LA CUENTA QUEDA POR DEBAJO DE SU '
                       'LIMITE DE SOBREGIRO.'
           END-IF.

      *  Doble control: confirma quien introduce y autoriza otro
      *  operador distinto.
       500-AUTORIZAR-ANULACION.
           DISPLAY 'Confirma la anulacion (operador ' WS-OPERADOR
                   ')? (S/N): '
           ACCEPT WS-RESPUESTA-OPER
           IF WS-RESPUESTA-OPER NOT = 'S'
               MOVE 'N' TO WS-ANULACION-FLAG
           ELSE
               DISPLAY 'Id de operador que autoriza (Max 8): '
               ACCEPT WS-OPERADOR-AUTORIZA
               EVALUATE TRUE
                   WHEN WS-OPERADOR-AUTORIZA = SPACES
                       DISPLAY 'EL ID DEL AUTORIZANTE ES OBLIGATORIO.'
                       MOVE 'N' TO WS-ANULACION-FLAG
                   WHEN WS-OPERADOR-AUTORIZA = WS-OPERADOR
                       DISPLAY 'EL AUTORIZANTE DEBE SER UN OPERADOR '
                               'DISTINTO DEL QUE INTRODUCE.'
                       MOVE 'N' TO WS-ANULACION-FLAG
                   WHEN OTHER
                       DISPLAY 'Autoriza la anulacion (operador '
                               WS-OPERADOR-AUTORIZA ')? (S/N): '
                       ACCEPT WS-RESPUESTA-OPER
                       IF WS-RESPUESTA-OPER NOT = 'S'
                           MOVE 'N' TO WS-ANULACION-FLAG
                       END-IF
               END-EVALUATE
           END-IF.

      *  Primero los saldos (si la segunda pata falla se restaura la
      *  primera y no se graba nada); despues el historico y la pista
      *  de auditoria de cada pata.
       600-APLICAR-ANULACION.
           PERFORM VARYING WS-PATA-IDX FROM 1 BY 1
              UNTIL WS-PATA-IDX > WS-PATAS-TOTAL
                 OR NOT ANULACION-VIVA
              PERFORM 610-ACTUALIZAR-CUENTA-PATA
           END-PERFORM
           IF NOT ANULACION-VIVA AND WS-PATA-IDX > 2
               MOVE 1 TO WS-PATA-IDX
               PERFORM 620-RESTAURAR-CUENTA-PATA
           END-IF
           IF ANULACION-VIVA
               PERFORM 021-LEER-CONTADOR-REFERENCIAS
               PERFORM 020-ABRIR-HISTORY
               PERFORM VARYING WS-PATA-IDX FROM 1 BY 1
                  UNTIL WS-PATA-IDX > WS-PATAS-TOTAL
                  PERFORM 650-ESCRIBIR-HISTORIAL-PATA
                  PERFORM 660-AUDITAR-PATA
               END-PERFORM
               CLOSE HISTORY-FILE
               DISPLAY '-> MOVIMIENTO ' WS-PATA-REFERENCIA(1)
                       ' ANULADO CON REFERENCIA '
                       WS-PATA-REF-ANULACION(1)
           END-IF.

      *  La cuenta se relee tras las autorizaciones: lo apuntado
      *  mientras se esperaba entra en el saldo anterior y el nuevo se
      *  calcula sobre el.
       610-ACTUALIZAR-CUENTA-PATA.
           MOVE WS-PATA-CUENTA(WS-PATA-IDX) TO MR-CUENTA-NUM
           READ MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ANULACION-FLAG
           END-READ
           IF ANULACION-VIVA AND MR-CTA-CERRADA
               DISPLAY 'ERROR: LA CUENTA ' MR-CUENTA-NUM
                       ' SE HA CERRADO.'
               MOVE 'N' TO WS-ANULACION-FLAG
           END-IF
           IF ANULACION-VIVA
               MOVE MR-BALANCE TO WS-PATA-SALDO-ANTERIOR(WS-PATA-IDX)
               IF WS-PATA-SIGNO(WS-PATA-IDX) = 'H'
                   COMPUTE WS-PATA-SALDO-NUEVO(WS-PATA-IDX) =
                      MR-BALANCE - WS-PATA-CANTIDAD(WS-PATA-IDX)
               ELSE
                   COMPUTE WS-PATA-SALDO-NUEVO(WS-PATA-IDX) =
                      MR-BALANCE + WS-PATA-CANTIDAD(WS-PATA-IDX)
               END-IF
               MOVE WS-PATA-SALDO-NUEVO(WS-PATA-IDX) TO MR-BALANCE
               REWRITE MASTER-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-ANULACION-FLAG
               END-REWRITE
           END-IF
           IF NOT ANULACION-VIVA
               DISPLAY 'ERROR AL ACTUALIZAR LA CUENTA '
                       WS-PATA-CUENTA(WS-PATA-IDX)
                       '. STATUS: ' WS-MASTER-STATUS
           END-IF.

      *  La segunda pata no pudo grabarse: a la primera se le deshace
      *  el apunte de 610 (la diferencia entre el saldo nuevo y el
      *  anterior), como 326-COMPENSAR-DEBITO-ORIGEN en
      *  BANK-TRANS-PROCESSOR.
       620-RESTAURAR-CUENTA-PATA.
           MOVE WS-PATA-CUENTA(WS-PATA-IDX) TO MR-CUENTA-NUM
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY '*** ERROR CRITICO: NO SE PUDO RELEER LA '
                           'CUENTA ' WS-PATA-CUENTA(WS-PATA-IDX)
                           '. REQUIERE INTERVENCION MANUAL. ***'
           END-READ
           IF WS-MASTER-STATUS = '00'
               COMPUTE MR-BALANCE = MR-BALANCE
                  - WS-PATA-SALDO-NUEVO(WS-PATA-IDX)
                  + WS-PATA-SALDO-ANTERIOR(WS-PATA-IDX)
               REWRITE MASTER-RECORD
                   INVALID KEY
                       DISPLAY '*** ERROR CRITICO: NO SE PUDO '
                               'RESTAURAR LA CUENTA '
                               WS-PATA-CUENTA(WS-PATA-IDX)
                               '. REQUIERE INTERVENCION MANUAL. ***'
               END-REWRITE
           END-IF.

      *  Apunte inverso con HR-TIPO 'A': mismo importe, divisa, tasa y
      *  contrapartida que la pata anulada, sentido contrario y la
      *  clave del movimiento anulado en HR-CONTRA-REF.
       650-ESCRIBIR-HISTORIAL-PATA.
           MOVE WS-PATA-CUENTA(WS-PATA-IDX)      TO HR-CUENTA-NUM
           MOVE 'A'                              TO HR-TIPO
           MOVE WS-PATA-CANTIDAD(WS-PATA-IDX)    TO HR-CANTIDAD
           MOVE WS-PATA-SALDO-NUEVO(WS-PATA-IDX) TO HR-BALANCE-RESULT
           MOVE WS-FECHA-YYYYMMDD                TO HR-FECHA
           MOVE WS-PATA-DIVISA(WS-PATA-IDX)      TO HR-DIVISA
           MOVE WS-PATA-TASA(WS-PATA-IDX)        TO HR-TASA-APLICADA
           PERFORM 022-ASIGNAR-REFERENCIA
           MOVE HR-REFERENCIA TO WS-PATA-REF-ANULACION(WS-PATA-IDX)
           IF WS-PATA-SIGNO(WS-PATA-IDX) = 'H'
               MOVE 'D'                          TO HR-SIGNO
           ELSE
               MOVE 'H'                          TO HR-SIGNO
           END-IF
           MOVE WS-PATA-CONTRA-CUENTA(WS-PATA-IDX) TO HR-CONTRA-CUENTA
           MOVE WS-PATA-CONTRA-BANCO(WS-PATA-IDX)  TO HR-CONTRA-BANCO
           MOVE WS-PATA-CONTRA-ID(WS-PATA-IDX)     TO HR-CONTRA-ID
           MOVE WS-PATA-FECHA(WS-PATA-IDX)       TO WS-CLA-FECHA
           MOVE WS-PATA-REFERENCIA(WS-PATA-IDX)  TO WS-CLA-REFERENCIA
           MOVE WS-CLAVE-ANULACION               TO HR-CONTRA-REF
           WRITE HISTORY-RECORD-OUT.

      *  Dos registros por pata: el de quien introduce (referencia
      *  anulada -> referencia de la anulacion) y el de quien autoriza
      *  (operador que introdujo -> referencia de la anulacion).
       660-AUDITAR-PATA.
           MOVE WS-PATA-CUENTA(WS-PATA-IDX)        TO WS-AUD-CUENTA
           MOVE WS-PATA-REF-ANULACION(WS-PATA-IDX) TO WS-AUD-NUEVO
           MOVE WS-OPERADOR                        TO WS-AUD-OPERADOR
           MOVE 'ANULACION'                        TO WS-AUD-CAMPO
           MOVE WS-PATA-REFERENCIA(WS-PATA-IDX)    TO WS-AUD-ANTERIOR
           PERFORM 040-GRABAR-AUDITORIA
           MOVE WS-OPERADOR-AUTORIZA               TO WS-AUD-OPERADOR
           MOVE 'ANULACION-AUTORIZA'               TO WS-AUD-CAMPO
           MOVE WS-OPERADOR                        TO WS-AUD-ANTERIOR
           PERFORM 040-GRABAR-AUDITORIA.

       900-FINALIZAR-SIST.
           IF AUDITORIA-ABIERTA
               CLOSE MASTER-FILE
               CLOSE AUDITORIA-FILE
           END-IF
           DISPLAY '--- ANULACION DE MOVIMIENTOS FINALIZADA ---'.
