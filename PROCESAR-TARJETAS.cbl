       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROCESAR-TARJETAS.
      * PROPOSITO: Interfaz con el procesador de tarjetas. Trata los
      * dos ficheros diarios que envia:
      *  - TARJETAS-AUTORIZACIONES.DAT: cada autorizacion aprobada
      *    retiene en RETENCIONES.DAT el importe (en la divisa de la
      *    cuenta) hasta su compensacion o su caducidad, de modo que el
      *    saldo disponible refleja las compras aun no liquidadas.
      *  - TARJETAS-COMPENSACION.DAT: el importe definitivo de cada
      *    operacion (convertido con TASAS-CAMBIO.DAT si viene en otra
      *    divisa) se anota como movimiento y libera la retencion de
      *    su autorizacion.
      * Las autorizaciones viven en AUTORIZACIONES-TARJETA.DAT (abierta,
      * compensada o caducada) con el numero de la retencion que
      * generaron. Las que no se compensan en el plazo de caducidad
      * (clave DIAS-CADUCIDAD del fichero de parametros, 7 dias por
      * defecto) caducan y liberan su retencion.
      *
      * La compensacion se anota siempre que la cuenta exista y no este
      * cerrada, sin mirar saldo: la operacion ya fue autorizada y el
      * comercio cobra igualmente. La compra es una pata 'R' (cargo) y
      * la devolucion de un comercio una pata 'D' (abono), como los
      * apuntes que se tecleaban a mano, con HR-CONTRA-REF
      * 'TARJETA <autorizacion>'.
      *
      * TARJETAS.RPT, para back office, agrupa: compensadas, caducadas,
      * compensaciones sin autorizacion, diferencias de importe entre
      * autorizado y compensado, e incidencias (lineas no aplicadas).
      *-----------------------------------------------------------------------*
      *CAMBIOS:
      *C0001 --> Fecha: 15/10/2026
      *          Descripción: Programa nuevo. Sustituye la lista manual
      *                       de pagos con tarjeta que se convertia en
      *                       lineas 'R' de TRANS.DAT. Guardas de
      *                       DOMICILIACIONES: fecha de negocio, doble
      *                       ejecucion con override y modo desatendido
      *                       por PARAMETROS-EJECUCION.DAT. Va en la
      *                       cadena antes de BANK-TRANS-PROCESSOR para
      *                       que las retenciones del dia cuenten en el
      *                       disponible del lote.
      *
      *-----------------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  Fecha de negocio y control de ciclos (ver APERTURA-DIA).
           SELECT CONTROL-FILE  ASSIGN TO 'CONTROL-PROCESO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

      *  Respuestas de la ejecucion desatendida y plazo de caducidad.
           SELECT PARAMETROS-FILE  ASSIGN TO 'PARAMETROS-EJECUCION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETROS-STATUS.

           SELECT MASTER-FILE  ASSIGN TO 'CUENTAS-INDEXADAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MR-CUENTA-NUM
               FILE STATUS IS WS-MASTER-STATUS.

      *  Ficheros del procesador de tarjetas.
           SELECT AUTORIZACIONES-IN
               ASSIGN TO 'TARJETAS-AUTORIZACIONES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTORIZ-IN-STATUS.

           SELECT COMPENSACION-IN
               ASSIGN TO 'TARJETAS-COMPENSACION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPENSA-IN-STATUS.

      *  Autorizaciones recibidas y su situacion; DYNAMIC para leer
      *  por clave en la compensacion y recorrerlo en la caducidad.
           SELECT AUTORIZACIONES-FILE
               ASSIGN TO 'AUTORIZACIONES-TARJETA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AT-AUTORIZACION-ID
               FILE STATUS IS WS-AUTORIZ-STATUS.

      *  Tasas de cambio (ver MANTENER-TASAS).
           SELECT TASAS-FILE  ASSIGN TO 'TASAS-CAMBIO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TASAS-STATUS.

      *  Tasa vigente por par, reconstruido en cada arranque (misma
      *  tecnica que TASAS-TRABAJO.DAT del procesador).
           SELECT TASAS-TRABAJO  ASSIGN TO 'TASAS-TARJETAS-TRABAJO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TT-PAR
               FILE STATUS IS WS-TASAS-TRABAJO-STATUS.

      *  Retenciones de fondos (ver MANTENER-RETENCIONES). Se lee al
      *  arrancar para numerar las nuevas y se regraba al final con
      *  las altas y liberaciones del dia.
           SELECT RETENCIONES-FILE  ASSIGN TO 'RETENCIONES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETENCIONES-STATUS.

      *  Retenciones nuevas del dia, hasta la regrabacion final.
           SELECT ALTAS-TRABAJO  ASSIGN TO 'RETENCIONES-ALTAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALTAS-STATUS.

      *  Retenciones a liberar en la regrabacion final.
           SELECT LIBERAR-TRABAJO  ASSIGN TO 'RETENCIONES-LIBERAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LB-RETENCION-ID
               FILE STATUS IS WS-LIBERAR-STATUS.

      *  RETENCIONES.DAT ya regrabado; se copia sobre el original.
           SELECT RETENCIONES-NUEVO  ASSIGN TO 'RETENCIONES-TRABAJO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-NUEVO-STATUS.

           SELECT HISTORY-FILE  ASSIGN TO 'TRANS-HISTORY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

      *  Ultima referencia de movimiento asignada; compartido por
      *  todos los programas que graban en TRANS-HISTORY.DAT.
           SELECT CONTADOR-REF-FILE
               ASSIGN TO 'CONTADOR-REFERENCIAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTADOR-REF-STATUS.

      *  Lineas del informe por seccion, hasta la impresion final.
           SELECT DETALLE-TRABAJO  ASSIGN TO 'TARJETAS-DETALLE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETALLE-STATUS.

           SELECT TARJETAS-RPT  ASSIGN TO 'TARJETAS.RPT'
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

      * Una autorizacion del procesador: id, cuenta, importe y divisa
      * de la operacion, fecha, resultado ('A' aprobada, 'D'
      * denegada) y comercio.
       FD  AUTORIZACIONES-IN.
       01  AUTORIZACION-RECORD-IN.
           05 TA-AUTORIZACION-ID  PIC 9(12).
           05 TA-CUENTA-NUM       PIC 9(10).
           05 TA-IMPORTE          PIC 9(8)V99.
           05 TA-DIVISA           PIC X(3).
           05 TA-FECHA            PIC 9(8).
           05 TA-RESULTADO        PIC X(1).
              88 TA-APROBADA      VALUE 'A'.
           05 TA-COMERCIO         PIC X(20).

      * Una linea de compensacion: autorizacion de la que procede
      * (cero si el comercio compenso sin autorizar), cuenta, importe
      * definitivo y su divisa, fecha de la operacion, sentido ('D'
      * compra, 'H' devolucion del comercio) y comercio.
       FD  COMPENSACION-IN.
       01  COMPENSACION-RECORD-IN.
           05 TC-AUTORIZACION-ID  PIC 9(12).
           05 TC-CUENTA-NUM       PIC 9(10).
           05 TC-IMPORTE          PIC 9(8)V99.
           05 TC-DIVISA           PIC X(3).
           05 TC-FECHA            PIC 9(8).
           05 TC-SIGNO            PIC X(1).
              88 TC-COMPRA        VALUE 'D'.
              88 TC-DEVOLUCION    VALUE 'H'.
           05 TC-COMERCIO         PIC X(20).

      * Una autorizacion recibida. AT-IMPORTE-RETENIDO esta en la
      * divisa de la cuenta; AT-RETENCION-ID cero = no se retuvo
      * (sin tasa para la divisa de la operacion).
       FD  AUTORIZACIONES-FILE.
       01  AUTORIZACION-RECORD.
           05 AT-AUTORIZACION-ID   PIC 9(12).
           05 AT-CUENTA-NUM        PIC 9(10).
           05 AT-IMPORTE           PIC 9(8)V99.
           05 AT-DIVISA            PIC X(3).
           05 AT-IMPORTE-RETENIDO  PIC 9(8)V99.
           05 AT-RETENCION-ID      PIC 9(6).
           05 AT-FECHA-AUTORIZ     PIC 9(8).
           05 AT-FECHA-CADUCA      PIC 9(8).
           05 AT-COMERCIO          PIC X(20).
           05 AT-ESTADO            PIC X(1).
              88 AT-ABIERTA        VALUE 'A'.
              88 AT-COMPENSADA     VALUE 'C'.
              88 AT-CADUCADA       VALUE 'E'.
           05 AT-FECHA-CIERRE      PIC 9(8).
           05 AT-IMPORTE-COMPENSADO PIC 9(8)V99.

      * Mismo layout que en BANK-TRANS-PROCESSOR (su C0023).
       FD  TASAS-FILE.
       01  TASA-RECORD.
           05 TX-DIVISA-ORIGEN   PIC X(3).
           05 TX-DIVISA-DESTINO  PIC X(3).
           05 TX-TASA            PIC 9(4)V9(6).
           05 TX-FECHA-VIGOR     PIC 9(8).

      * Tasa vigente del par.
       FD  TASAS-TRABAJO.
       01  TT-REGISTRO.
           05 TT-PAR.
              10 TT-ORIGEN   PIC X(3).
              10 TT-DESTINO  PIC X(3).
           05 TT-TASA         PIC 9(4)V9(6).
           05 TT-VIGOR        PIC 9(8).

      * Mismo layout que en MANTENER-RETENCIONES.
       FD  RETENCIONES-FILE.
       01  RETENCION-RECORD.
           05 RE-RETENCION-ID  PIC 9(6).
           05 RE-CUENTA-NUM    PIC 9(10).
           05 RE-CANTIDAD      PIC 9(8)V99.
           05 RE-FECHA-VENCE   PIC 9(8).
           05 RE-ESTADO        PIC X(1).
              88 RE-ACTIVA     VALUE 'A'.
              88 RE-LIBERADA   VALUE 'L'.

      * Mismo layout que RETENCION-RECORD.
       FD  ALTAS-TRABAJO.
       01  ALTA-RECORD  PIC X(35).

       FD  LIBERAR-TRABAJO.
       01  LB-REGISTRO.
           05 LB-RETENCION-ID  PIC 9(6).

      * Mismo layout que RETENCION-RECORD.
       FD  RETENCIONES-NUEVO.
       01  RETENCION-NUEVA-RECORD  PIC X(35).

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
      *    emisor/orden de origen y su referencia. En las tarjetas,
      *    HR-CONTRA-REF es 'TARJETA ' y la autorizacion.
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

      * Seccion del informe ('C' compensadas, 'E' caducadas, 'S' sin
      * autorizacion, 'D' diferencias, 'I' incidencias) y la linea.
       FD  DETALLE-TRABAJO.
       01  DETALLE-RECORD.
           05 TD-SECCION  PIC X(1).
           05 TD-LINEA    PIC X(80).

       FD  TARJETAS-RPT.
       01  TARJETAS-RECORD-OUT  PIC X(80).

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
      *    Dias que una autorizacion espera su compensacion.
           05 WS-DIAS-CADUCIDAD     PIC 9(3) VALUE 7.

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
           05 WS-MASTER-STATUS         PIC XX.
           05 WS-AUTORIZ-IN-STATUS     PIC XX.
           05 WS-COMPENSA-IN-STATUS    PIC XX.
           05 WS-AUTORIZ-STATUS        PIC XX.
           05 WS-TASAS-STATUS          PIC XX.
           05 WS-TASAS-TRABAJO-STATUS  PIC XX.
           05 WS-RETENCIONES-STATUS    PIC XX.
           05 WS-ALTAS-STATUS          PIC XX.
           05 WS-LIBERAR-STATUS        PIC XX.
           05 WS-RET-NUEVO-STATUS      PIC XX.
           05 WS-HISTORY-STATUS        PIC XX.
           05 WS-CONTADOR-REF-STATUS   PIC XX.
           05 WS-DETALLE-STATUS        PIC XX.
           05 WS-AUTORIZ-IN-EOF        PIC X VALUE 'N'.
              88 END-OF-AUTORIZ-IN     VALUE 'S'.
           05 WS-COMPENSA-IN-EOF       PIC X VALUE 'N'.
              88 END-OF-COMPENSA-IN    VALUE 'S'.
           05 WS-AUTORIZ-EOF           PIC X VALUE 'N'.
              88 END-OF-AUTORIZACIONES VALUE 'S'.
           05 WS-TASAS-EOF             PIC X VALUE 'N'.
              88 END-OF-TASAS          VALUE 'S'.
           05 WS-RETENCIONES-EOF       PIC X VALUE 'N'.
              88 END-OF-RETENCIONES    VALUE 'S'.
           05 WS-ALTAS-EOF             PIC X VALUE 'N'.
              88 END-OF-ALTAS          VALUE 'S'.
           05 WS-RET-NUEVO-EOF         PIC X VALUE 'N'.
              88 END-OF-RET-NUEVO      VALUE 'S'.
           05 WS-DETALLE-EOF           PIC X VALUE 'N'.
              88 END-OF-DETALLE        VALUE 'S'.
      *    Resultado de la conversion a la divisa de la cuenta.
           05 WS-CONVERSION-FLAG       PIC X VALUE 'N'.
              88 CONVERSION-OK         VALUE 'S'.
      *    Sin AUTORIZACIONES-TARJETA.DAT utilizable no se toca nada.
           05 WS-ABIERTO-FLAG          PIC X VALUE 'N'.
              88 FICHEROS-ABIERTOS     VALUE 'S'.

      *  Conversion de importes: tasa usada (cero = misma divisa) e
      *  importe resultante en la divisa de la cuenta.
       01  WS-CONVERSION.
           05 WS-DIVISA-ORIGEN     PIC X(3).
           05 WS-IMPORTE-ORIGEN    PIC 9(8)V99.
           05 WS-TASA-APLICADA     PIC 9(4)V9(6).
           05 WS-IMPORTE-CUENTA    PIC 9(8)V99.

       01  WS-RETENCIONES-AREAS.
           05 WS-ULTIMA-RETENCION  PIC 9(6) VALUE ZERO.

       01  WS-CONTADORES.
           05 WS-AUTORIZ-LEIDAS      PIC 9(5) VALUE ZERO.
           05 WS-AUTORIZ-RETENIDAS   PIC 9(5) VALUE ZERO.
           05 WS-AUTORIZ-IGNORADAS   PIC 9(5) VALUE ZERO.
           05 WS-COMPENSA-LEIDAS     PIC 9(5) VALUE ZERO.
           05 WS-COMPENSADAS         PIC 9(5) VALUE ZERO.
           05 WS-DEVOLUCIONES        PIC 9(5) VALUE ZERO.
           05 WS-SIN-AUTORIZACION    PIC 9(5) VALUE ZERO.
           05 WS-DIFERENCIAS         PIC 9(5) VALUE ZERO.
           05 WS-NO-APLICADAS        PIC 9(5) VALUE ZERO.
           05 WS-CADUCADAS           PIC 9(5) VALUE ZERO.
           05 WS-RETENCIONES-LIBERADAS PIC 9(5) VALUE ZERO.
           05 WS-IMPORTE-RETENIDO    PIC 9(10)V99 VALUE ZERO.
           05 WS-IMPORTE-CARGADO     PIC 9(10)V99 VALUE ZERO.
           05 WS-IMPORTE-ABONADO     PIC 9(10)V99 VALUE ZERO.
           05 WS-IMPORTE-CADUCADO    PIC 9(10)V99 VALUE ZERO.

       01  WS-BALANCE-NUEVO      PIC S9(8)V99.
       01  WS-MOTIVO             PIC X(30).
       01  WS-SECCION            PIC X(1).
       01  WS-ENTERO-TRABAJO     PIC 9(8).

       01  WS-FECHA-ACTUAL.
           05 WS-FECHA-YYYYMMDD  PIC 9(8).

       01  WS-LINEA-RPT         PIC X(80).
       01  WS-CAMPO-NUM-EDIT    PIC -(9)9.99.
       01  WS-CAMPO-NUM-EDIT2   PIC -(9)9.99.

      *  Ultima referencia de historico asignada (ver 022).
       01  WS-ULTIMA-REFERENCIA  PIC 9(12) VALUE ZERO.

       PROCEDURE DIVISION.
      *    Sin fecha de negocio o con los ficheros del dia ya tratados
      *    (salvo override) no se retiene ni se anota nada.
           PERFORM 005-CARGAR-PARAMETROS
           PERFORM 003-VERIFICAR-CONTROL-PROCESO
           IF CONTROL-SUPERADO
               PERFORM 000-INICIO-SIST
               IF FICHEROS-ABIERTOS
                   PERFORM 100-PROCESAR-AUTORIZACIONES
                   PERFORM 200-PROCESAR-COMPENSACION
                   PERFORM 300-CADUCAR-AUTORIZACIONES
                   PERFORM 800-REGRABAR-RETENCIONES
               END-IF
               PERFORM 900-FINALIZAR-SIST
           END-IF
           STOP RUN.

      *  Lee CONTROL-PROCESO.DAT: la 'F' fija la fecha de negocio y las
      *  'C' dicen si este ciclo ya corrio (una segunda pasada sobre los
      *  mismos ficheros duplicaria retenciones y cargos).
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
               DISPLAY '*** LOS FICHEROS DE TARJETAS DE LA FECHA '
                       WS-FECHA-YYYYMMDD ' YA SE PROCESARON ***'
               PERFORM 008-PEDIR-OVERRIDE
           END-IF.

       004-ANOTAR-REGISTRO-CONTROL.
           EVALUATE TRUE
               WHEN CP-FECHA-NEGOCIO
                   MOVE CP-FECHA TO WS-FECHA-YYYYMMDD
                   MOVE 'S' TO WS-CONTROL-OK-FLAG
               WHEN CP-CIERRE-CICLO
                   IF CP-FECHA = WS-FECHA-YYYYMMDD
                      AND CP-PROGRAMA = 'PROCESAR-TARJETAS'
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
                       IF PE-PROGRAMA = 'PROCESAR-TARJETAS'
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
               WHEN 'DIAS-CADUCIDAD'
                   IF PE-VALOR NOT = SPACES
                       COMPUTE WS-DIAS-CADUCIDAD =
                          FUNCTION NUMVAL(PE-VALOR)
                   END-IF
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
           DISPLAY '*** INTERFAZ DE TARJETAS ***'
      *    WS-FECHA-YYYYMMDD viene de la fecha de negocio (003).
           IF WS-DIAS-CADUCIDAD = ZERO
               MOVE 7 TO WS-DIAS-CADUCIDAD
           END-IF
           OPEN I-O AUTORIZACIONES-FILE
           IF WS-AUTORIZ-STATUS = '35' OR WS-AUTORIZ-STATUS = '05'
      *        Primera ejecucion: se crea vacio.
               OPEN OUTPUT AUTORIZACIONES-FILE
               CLOSE AUTORIZACIONES-FILE
               OPEN I-O AUTORIZACIONES-FILE
           END-IF
           IF WS-AUTORIZ-STATUS NOT = '00'
               DISPLAY '*** ERROR AL ABRIR AUTORIZACIONES-TARJETA.DAT'
                       ' ***'
               DISPLAY 'FILE STATUS: ' WS-AUTORIZ-STATUS
           ELSE
               MOVE 'S' TO WS-ABIERTO-FLAG
               OPEN I-O MASTER-FILE
               PERFORM 020-ABRIR-HISTORY
               PERFORM 021-LEER-CONTADOR-REFERENCIAS
               PERFORM 025-CARGAR-TASAS
               PERFORM 027-BUSCAR-ULTIMA-RETENCION
               OPEN OUTPUT ALTAS-TRABAJO
               OPEN OUTPUT LIBERAR-TRABAJO
               CLOSE LIBERAR-TRABAJO
               OPEN I-O LIBERAR-TRABAJO
               OPEN OUTPUT DETALLE-TRABAJO
               OPEN OUTPUT TARJETAS-RPT
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

      *  Tasa vigente por par a la fecha de negocio (la de vigencia
      *  mas reciente), como 029-CARGAR-TASAS del procesador.
       025-CARGAR-TASAS.
           OPEN OUTPUT TASAS-TRABAJO
           CLOSE TASAS-TRABAJO
           OPEN I-O TASAS-TRABAJO
           OPEN INPUT TASAS-FILE
           IF WS-TASAS-STATUS = '35' OR WS-TASAS-STATUS = '05'
              CONTINUE
           ELSE
              PERFORM UNTIL END-OF-TASAS
                 READ TASAS-FILE
                    AT END
                       MOVE 'S' TO WS-TASAS-EOF
                    NOT AT END
                       IF TX-FECHA-VIGOR <= WS-FECHA-YYYYMMDD
                          PERFORM 026-ANOTAR-TASA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TASAS-FILE
           END-IF.

       026-ANOTAR-TASA.
           MOVE TX-DIVISA-ORIGEN  TO TT-ORIGEN
           MOVE TX-DIVISA-DESTINO TO TT-DESTINO
           READ TASAS-TRABAJO
              INVALID KEY
                 MOVE TX-DIVISA-ORIGEN  TO TT-ORIGEN
                 MOVE TX-DIVISA-DESTINO TO TT-DESTINO
                 MOVE TX-TASA        TO TT-TASA
                 MOVE TX-FECHA-VIGOR TO TT-VIGOR
                 WRITE TT-REGISTRO
              NOT INVALID KEY
                 IF TX-FECHA-VIGOR >= TT-VIGOR
                    MOVE TX-TASA        TO TT-TASA
                    MOVE TX-FECHA-VIGOR TO TT-VIGOR
                    REWRITE TT-REGISTRO
                 END-IF
           END-READ.

      *  Numero mas alto de RETENCIONES.DAT: las retenciones de tarjeta
      *  siguen la misma numeracion que las de MANTENER-RETENCIONES.
       027-BUSCAR-ULTIMA-RETENCION.
           MOVE ZERO TO WS-ULTIMA-RETENCION
           OPEN INPUT RETENCIONES-FILE
           IF WS-RETENCIONES-STATUS = '35'
              OR WS-RETENCIONES-STATUS = '05'
              CONTINUE
           ELSE
              PERFORM UNTIL END-OF-RETENCIONES
                 READ RETENCIONES-FILE
                    AT END
                       MOVE 'S' TO WS-RETENCIONES-EOF
                    NOT AT END
                       IF RE-RETENCION-ID > WS-ULTIMA-RETENCION
                          MOVE RE-RETENCION-ID TO WS-ULTIMA-RETENCION
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RETENCIONES-FILE
           END-IF.

      *  Convierte WS-IMPORTE-ORIGEN (en WS-DIVISA-ORIGEN) a la divisa
      *  de la cuenta del buffer del maestro. Sin tasa para el par, o
      *  con un resultado que no cabe, CONVERSION-OK queda a 'N'.
       030-CONVERTIR-A-DIVISA-CUENTA.
           MOVE 'S' TO WS-CONVERSION-FLAG
           MOVE ZERO TO WS-TASA-APLICADA
           IF WS-DIVISA-ORIGEN = MR-DIVISA
              MOVE WS-IMPORTE-ORIGEN TO WS-IMPORTE-CUENTA
           ELSE
              MOVE WS-DIVISA-ORIGEN TO TT-ORIGEN
              MOVE MR-DIVISA        TO TT-DESTINO
              READ TASAS-TRABAJO
                 INVALID KEY
                    MOVE 'N' TO WS-CONVERSION-FLAG
                    MOVE 'SIN TASA DE CAMBIO' TO WS-MOTIVO
                 NOT INVALID KEY
                    MOVE TT-TASA TO WS-TASA-APLICADA
                    COMPUTE WS-IMPORTE-CUENTA ROUNDED =
                       WS-IMPORTE-ORIGEN * WS-TASA-APLICADA
                       ON SIZE ERROR
                          MOVE 'N' TO WS-CONVERSION-FLAG
                          MOVE 'IMPORTE CONVERTIDO EXCESIVO'
                               TO WS-MOTIVO
                    END-COMPUTE
              END-READ
           END-IF.

      *  Fase 1: autorizaciones del dia. Sin fichero no hay nada.
       100-PROCESAR-AUTORIZACIONES.
           OPEN INPUT AUTORIZACIONES-IN
           IF WS-AUTORIZ-IN-STATUS NOT = '00'
              DISPLAY 'SIN TARJETAS-AUTORIZACIONES.DAT: NO HAY '
                      'AUTORIZACIONES QUE RETENER.'
           ELSE
              PERFORM UNTIL END-OF-AUTORIZ-IN
                 READ AUTORIZACIONES-IN
                    AT END
                       MOVE 'S' TO WS-AUTORIZ-IN-EOF
                    NOT AT END
                       ADD 1 TO WS-AUTORIZ-LEIDAS
                       PERFORM 110-TRATAR-AUTORIZACION
                 END-READ
              END-PERFORM
              CLOSE AUTORIZACIONES-IN
           END-IF.

      *  Solo las aprobadas retienen; las denegadas no tienen efecto.
      *  Una autorizacion ya conocida (reenvio del procesador) no
      *  vuelve a retener.
       110-TRATAR-AUTORIZACION.
           MOVE SPACES TO WS-MOTIVO
           EVALUATE TRUE
               WHEN TA-AUTORIZACION-ID IS NOT NUMERIC
                    OR TA-CUENTA-NUM IS NOT NUMERIC
                    OR TA-IMPORTE IS NOT NUMERIC
                   MOVE 'AUTORIZACION MALFORMADA' TO WS-MOTIVO
               WHEN NOT TA-APROBADA
                   CONTINUE
               WHEN OTHER
                   MOVE TA-AUTORIZACION-ID TO AT-AUTORIZACION-ID
                   READ AUTORIZACIONES-FILE
                       INVALID KEY
                           PERFORM 120-RETENER-AUTORIZACION
                       NOT INVALID KEY
                           MOVE 'AUTORIZACION REPETIDA'
                                TO WS-MOTIVO
                   END-READ
           END-EVALUATE
           IF WS-MOTIVO NOT = SPACES
               ADD 1 TO WS-AUTORIZ-IGNORADAS
               MOVE SPACES TO WS-LINEA-RPT
               STRING 'AUTORIZ. ' TA-AUTORIZACION-ID
                      ' CTA ' TA-CUENTA-NUM ' NO RETENIDA: '
                      WS-MOTIVO
                  DELIMITED BY SIZE INTO WS-LINEA-RPT
               END-STRING
               MOVE 'I' TO WS-SECCION
               PERFORM 700-ANOTAR-DETALLE
           END-IF.

       120-RETENER-AUTORIZACION.
           MOVE TA-CUENTA-NUM TO MR-CUENTA-NUM
           READ MASTER-FILE
               INVALID KEY
                   MOVE 'CUENTA NO EXISTE' TO WS-MOTIVO
               NOT INVALID KEY
                   MOVE TA-DIVISA  TO WS-DIVISA-ORIGEN
                   MOVE TA-IMPORTE TO WS-IMPORTE-ORIGEN
                   PERFORM 030-CONVERTIR-A-DIVISA-CUENTA
                   PERFORM 130-GRABAR-AUTORIZACION
           END-READ.

      *  La autorizacion se registra aunque no se pueda retener (sin
      *  tasa): asi su compensacion no aparece como "sin
      *  autorizacion". La retencion caduca sola el mismo dia que la
      *  autorizacion, aunque esta no se llegue a tratar.
       130-GRABAR-AUTORIZACION.
           MOVE TA-AUTORIZACION-ID TO AT-AUTORIZACION-ID
           MOVE TA-CUENTA-NUM      TO AT-CUENTA-NUM
           MOVE TA-IMPORTE         TO AT-IMPORTE
           MOVE TA-DIVISA          TO AT-DIVISA
           IF TA-FECHA IS NUMERIC AND TA-FECHA > ZERO
               MOVE TA-FECHA TO AT-FECHA-AUTORIZ
           ELSE
               MOVE WS-FECHA-YYYYMMDD TO AT-FECHA-AUTORIZ
           END-IF
           COMPUTE WS-ENTERO-TRABAJO =
              FUNCTION INTEGER-OF-DATE(AT-FECHA-AUTORIZ)
              + WS-DIAS-CADUCIDAD
           COMPUTE AT-FECHA-CADUCA =
              FUNCTION DATE-OF-INTEGER(WS-ENTERO-TRABAJO)
           MOVE TA-COMERCIO        TO AT-COMERCIO
           MOVE 'A'                TO AT-ESTADO
           MOVE ZERO               TO AT-FECHA-CIERRE
           MOVE ZERO               TO AT-IMPORTE-COMPENSADO
           IF CONVERSION-OK
               ADD 1 TO WS-ULTIMA-RETENCION
               MOVE WS-IMPORTE-CUENTA   TO AT-IMPORTE-RETENIDO
               MOVE WS-ULTIMA-RETENCION TO AT-RETENCION-ID
               MOVE WS-ULTIMA-RETENCION TO RE-RETENCION-ID
               MOVE AT-CUENTA-NUM       TO RE-CUENTA-NUM
               MOVE WS-IMPORTE-CUENTA   TO RE-CANTIDAD
               MOVE AT-FECHA-CADUCA     TO RE-FECHA-VENCE
               MOVE 'A'                 TO RE-ESTADO
               WRITE ALTA-RECORD FROM RETENCION-RECORD
               ADD 1 TO WS-AUTORIZ-RETENIDAS
               ADD WS-IMPORTE-CUENTA TO WS-IMPORTE-RETENIDO
           ELSE
               MOVE ZERO TO AT-IMPORTE-RETENIDO
               MOVE ZERO TO AT-RETENCION-ID
           END-IF
           WRITE AUTORIZACION-RECORD
               INVALID KEY
                   MOVE 'ALTA DE AUTORIZACION FALLIDA' TO WS-MOTIVO
           END-WRITE.

      *  Fase 2: compensacion del dia. Sin fichero no hay nada.
       200-PROCESAR-COMPENSACION.
           OPEN INPUT COMPENSACION-IN
           IF WS-COMPENSA-IN-STATUS NOT = '00'
              DISPLAY 'SIN TARJETAS-COMPENSACION.DAT: NO HAY '
                      'OPERACIONES QUE ANOTAR.'
           ELSE
              PERFORM UNTIL END-OF-COMPENSA-IN
                 READ COMPENSACION-IN
                    AT END
                       MOVE 'S' TO WS-COMPENSA-IN-EOF
                    NOT AT END
                       ADD 1 TO WS-COMPENSA-LEIDAS
                       PERFORM 210-TRATAR-COMPENSACION
                 END-READ
              END-PERFORM
              CLOSE COMPENSACION-IN
           END-IF.

      *  Cada linea busca su autorizacion: abierta o caducada se cierra
      *  como compensada; ya compensada es un duplicado y no se anota.
      *  Sin autorizacion (o con id cero) se anota igualmente y se
      *  informa.
       210-TRATAR-COMPENSACION.
           MOVE SPACES TO WS-MOTIVO
           IF TC-AUTORIZACION-ID IS NOT NUMERIC
              OR TC-CUENTA-NUM IS NOT NUMERIC
              OR TC-IMPORTE IS NOT NUMERIC
              OR (NOT TC-COMPRA AND NOT TC-DEVOLUCION)
              MOVE 'LINEA MALFORMADA' TO WS-MOTIVO
              PERFORM 290-INFORMAR-NO-APLICADA
           ELSE
              PERFORM 212-BUSCAR-AUTORIZACION
              IF NOT END-OF-AUTORIZACIONES AND AT-COMPENSADA
                 MOVE 'COMPENSACION DUPLICADA' TO WS-MOTIVO
                 PERFORM 290-INFORMAR-NO-APLICADA
              ELSE
                 PERFORM 215-APLICAR-COMPENSACION
              END-IF
           END-IF.

      *  WS-AUTORIZ-EOF = 'S': la linea no tiene autorizacion.
       212-BUSCAR-AUTORIZACION.
           MOVE 'N' TO WS-AUTORIZ-EOF
           IF TC-AUTORIZACION-ID = ZERO
              MOVE 'S' TO WS-AUTORIZ-EOF
           ELSE
              MOVE TC-AUTORIZACION-ID TO AT-AUTORIZACION-ID
              READ AUTORIZACIONES-FILE
                  INVALID KEY
                      MOVE 'S' TO WS-AUTORIZ-EOF
              END-READ
           END-IF.

      *  Anota el movimiento en la cuenta y cierra la autorizacion (o
      *  informa de que no la habia).
       215-APLICAR-COMPENSACION.
           MOVE TC-CUENTA-NUM TO MR-CUENTA-NUM
           READ MASTER-FILE
               INVALID KEY
                   MOVE 'CUENTA NO EXISTE' TO WS-MOTIVO
           END-READ
           IF WS-MOTIVO = SPACES AND MR-CTA-CERRADA
              MOVE 'CUENTA CERRADA' TO WS-MOTIVO
           END-IF
           IF WS-MOTIVO = SPACES
              MOVE TC-DIVISA  TO WS-DIVISA-ORIGEN
              MOVE TC-IMPORTE TO WS-IMPORTE-ORIGEN
              PERFORM 030-CONVERTIR-A-DIVISA-CUENTA
           END-IF
           IF WS-MOTIVO = SPACES
              PERFORM 220-ANOTAR-MOVIMIENTO
           END-IF
           EVALUATE TRUE
              WHEN WS-MOTIVO NOT = SPACES
                 PERFORM 290-INFORMAR-NO-APLICADA
              WHEN END-OF-AUTORIZACIONES
                 PERFORM 240-INFORMAR-SIN-AUTORIZACION
              WHEN OTHER
                 PERFORM 230-CERRAR-AUTORIZACION
           END-EVALUATE.

      *  Compra = cargo 'R', devolucion = abono 'D', sin validar saldo
      *  (la operacion ya se autorizo y el comercio cobra igualmente).
       220-ANOTAR-MOVIMIENTO.
           IF TC-COMPRA
              COMPUTE WS-BALANCE-NUEVO = MR-BALANCE - WS-IMPORTE-CUENTA
                 ON SIZE ERROR
                    MOVE 'SALDO RESULTANTE EXCESIVO' TO WS-MOTIVO
              END-COMPUTE
           ELSE
              COMPUTE WS-BALANCE-NUEVO = MR-BALANCE + WS-IMPORTE-CUENTA
                 ON SIZE ERROR
                    MOVE 'SALDO RESULTANTE EXCESIVO' TO WS-MOTIVO
              END-COMPUTE
           END-IF
           IF WS-MOTIVO = SPACES
              MOVE WS-BALANCE-NUEVO TO MR-BALANCE
              REWRITE MASTER-RECORD
                  INVALID KEY
                      MOVE 'REWRITE FALLIDO' TO WS-MOTIVO
                  NOT INVALID KEY
                      PERFORM 225-ESCRIBIR-HISTORIAL
              END-REWRITE
           END-IF.

       225-ESCRIBIR-HISTORIAL.
           MOVE MR-CUENTA-NUM    TO HR-CUENTA-NUM
           MOVE WS-IMPORTE-CUENTA TO HR-CANTIDAD
           MOVE WS-BALANCE-NUEVO TO HR-BALANCE-RESULT
           MOVE WS-FECHA-YYYYMMDD TO HR-FECHA
           MOVE MR-DIVISA        TO HR-DIVISA
           MOVE WS-TASA-APLICADA TO HR-TASA-APLICADA
           PERFORM 022-ASIGNAR-REFERENCIA
           IF TC-COMPRA
               MOVE 'R' TO HR-TIPO
               MOVE 'D' TO HR-SIGNO
               ADD 1 TO WS-COMPENSADAS
               ADD WS-IMPORTE-CUENTA TO WS-IMPORTE-CARGADO
           ELSE
               MOVE 'D' TO HR-TIPO
               MOVE 'H' TO HR-SIGNO
               ADD 1 TO WS-DEVOLUCIONES
               ADD WS-IMPORTE-CUENTA TO WS-IMPORTE-ABONADO
           END-IF
           MOVE ZERO TO HR-CONTRA-CUENTA
           MOVE ZERO TO HR-CONTRA-BANCO
           MOVE ZERO TO HR-CONTRA-ID
           MOVE SPACES TO HR-CONTRA-REF
           STRING 'TARJETA ' TC-AUTORIZACION-ID
              DELIMITED BY SIZE INTO HR-CONTRA-REF
           END-STRING
           WRITE HISTORY-RECORD-OUT
           MOVE WS-IMPORTE-CUENTA TO WS-CAMPO-NUM-EDIT
           MOVE SPACES TO WS-LINEA-RPT
           STRING TC-AUTORIZACION-ID ' ' MR-CUENTA-NUM ' '
                  TC-SIGNO ' ' WS-CAMPO-NUM-EDIT ' ' MR-DIVISA
                  ' ' TC-COMERCIO
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           MOVE 'C' TO WS-SECCION
           PERFORM 700-ANOTAR-DETALLE.

      *  La autorizacion queda compensada y su retencion, si la tiene
      *  y sigue viva, se libera. Una autorizacion caducada que se
      *  compensa tarde ya libero su retencion al caducar.
       230-CERRAR-AUTORIZACION.
           IF AT-ABIERTA AND AT-RETENCION-ID > ZERO
               PERFORM 250-LIBERAR-RETENCION
           END-IF
           IF AT-CADUCADA
               MOVE SPACES TO WS-LINEA-RPT
               STRING TC-AUTORIZACION-ID ' COMPENSADA DESPUES DE '
                      'CADUCAR (' AT-FECHA-CADUCA ')'
                  DELIMITED BY SIZE INTO WS-LINEA-RPT
               END-STRING
               MOVE 'I' TO WS-SECCION
               PERFORM 700-ANOTAR-DETALLE
           END-IF
           IF AT-RETENCION-ID > ZERO
              AND WS-IMPORTE-CUENTA NOT = AT-IMPORTE-RETENIDO
               ADD 1 TO WS-DIFERENCIAS
               MOVE AT-IMPORTE-RETENIDO TO WS-CAMPO-NUM-EDIT
               MOVE WS-IMPORTE-CUENTA   TO WS-CAMPO-NUM-EDIT2
               MOVE SPACES TO WS-LINEA-RPT
               STRING TC-AUTORIZACION-ID ' ' MR-CUENTA-NUM
                      ' AUT' WS-CAMPO-NUM-EDIT
                      ' COMP' WS-CAMPO-NUM-EDIT2 ' ' MR-DIVISA
                  DELIMITED BY SIZE INTO WS-LINEA-RPT
               END-STRING
               MOVE 'D' TO WS-SECCION
               PERFORM 700-ANOTAR-DETALLE
           END-IF
           MOVE 'C'               TO AT-ESTADO
           MOVE WS-FECHA-YYYYMMDD TO AT-FECHA-CIERRE
           MOVE WS-IMPORTE-CUENTA TO AT-IMPORTE-COMPENSADO
           REWRITE AUTORIZACION-RECORD
               INVALID KEY
                   DISPLAY '*** REWRITE FALLIDO EN AUTORIZACIONES: '
                           AT-AUTORIZACION-ID ' ***'
           END-REWRITE.

      *  Las devoluciones de comercio no suelen traer autorizacion:
      *  solo se informan como excepcion las compras.
       240-INFORMAR-SIN-AUTORIZACION.
           IF TC-COMPRA
               ADD 1 TO WS-SIN-AUTORIZACION
               MOVE WS-IMPORTE-CUENTA TO WS-CAMPO-NUM-EDIT
               MOVE SPACES TO WS-LINEA-RPT
               STRING TC-AUTORIZACION-ID ' ' MR-CUENTA-NUM ' '
                      WS-CAMPO-NUM-EDIT ' ' MR-DIVISA
                      ' ' TC-COMERCIO
                  DELIMITED BY SIZE INTO WS-LINEA-RPT
               END-STRING
               MOVE 'S' TO WS-SECCION
               PERFORM 700-ANOTAR-DETALLE
           END-IF.

      *  Anota la retencion de la autorizacion del buffer para que la
      *  regrabacion final la quite de RETENCIONES.DAT.
       250-LIBERAR-RETENCION.
           MOVE AT-RETENCION-ID TO LB-RETENCION-ID
           WRITE LB-REGISTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-RETENCIONES-LIBERADAS
           END-WRITE.

       290-INFORMAR-NO-APLICADA.
           ADD 1 TO WS-NO-APLICADAS
           MOVE SPACES TO WS-LINEA-RPT
           STRING TC-AUTORIZACION-ID ' CTA ' TC-CUENTA-NUM
                  ' NO ANOTADA: ' WS-MOTIVO
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           MOVE 'I' TO WS-SECCION
           PERFORM 700-ANOTAR-DETALLE.

      *  Fase 3: autorizaciones abiertas cuyo plazo ya paso. Caducan y
      *  liberan su retencion.
       300-CADUCAR-AUTORIZACIONES.
           MOVE ZERO TO AT-AUTORIZACION-ID
           MOVE 'N' TO WS-AUTORIZ-EOF
           START AUTORIZACIONES-FILE
              KEY IS NOT LESS THAN AT-AUTORIZACION-ID
              INVALID KEY
                 MOVE 'S' TO WS-AUTORIZ-EOF
           END-START
           PERFORM UNTIL END-OF-AUTORIZACIONES
              READ AUTORIZACIONES-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-AUTORIZ-EOF
                 NOT AT END
                    IF AT-ABIERTA
                       AND AT-FECHA-CADUCA < WS-FECHA-YYYYMMDD
                       PERFORM 310-CADUCAR-AUTORIZACION
                    END-IF
              END-READ
           END-PERFORM.

       310-CADUCAR-AUTORIZACION.
           IF AT-RETENCION-ID > ZERO
               PERFORM 250-LIBERAR-RETENCION
           END-IF
           ADD 1 TO WS-CADUCADAS
           ADD AT-IMPORTE-RETENIDO TO WS-IMPORTE-CADUCADO
           MOVE 'E'               TO AT-ESTADO
           MOVE WS-FECHA-YYYYMMDD TO AT-FECHA-CIERRE
           REWRITE AUTORIZACION-RECORD
               INVALID KEY
                   DISPLAY '*** REWRITE FALLIDO EN AUTORIZACIONES: '
                           AT-AUTORIZACION-ID ' ***'
           END-REWRITE
           MOVE AT-IMPORTE TO WS-CAMPO-NUM-EDIT
           MOVE SPACES TO WS-LINEA-RPT
           STRING AT-AUTORIZACION-ID ' ' AT-CUENTA-NUM ' '
                  WS-CAMPO-NUM-EDIT ' ' AT-DIVISA ' DEL '
                  AT-FECHA-AUTORIZ ' ' AT-COMERCIO
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           MOVE 'E' TO WS-SECCION
           PERFORM 700-ANOTAR-DETALLE.

       700-ANOTAR-DETALLE.
           MOVE WS-SECCION   TO TD-SECCION
           MOVE WS-LINEA-RPT TO TD-LINEA
           WRITE DETALLE-RECORD.

      *  RETENCIONES.DAT se regraba entero: las de antes y las altas
      *  del dia, sin las retenciones de tarjeta liberadas hoy (por
      *  compensacion o por caducidad, que es su fecha de vencimiento):
      *  su rastro queda en AUTORIZACIONES-TARJETA.DAT por
      *  AT-RETENCION-ID y asi el fichero no crece cada dia. Las de
      *  MANTENER-RETENCIONES pasan tal cual. Se compone en
      *  RETENCIONES-TRABAJO.DAT y despues se copia sobre el original.
       800-REGRABAR-RETENCIONES.
           CLOSE ALTAS-TRABAJO
           OPEN OUTPUT RETENCIONES-NUEVO
           MOVE 'N' TO WS-RETENCIONES-EOF
           OPEN INPUT RETENCIONES-FILE
           IF WS-RETENCIONES-STATUS = '35'
              OR WS-RETENCIONES-STATUS = '05'
              CONTINUE
           ELSE
              PERFORM UNTIL END-OF-RETENCIONES
                 READ RETENCIONES-FILE
                    AT END
                       MOVE 'S' TO WS-RETENCIONES-EOF
                    NOT AT END
                       PERFORM 810-PASAR-RETENCION
                 END-READ
              END-PERFORM
              CLOSE RETENCIONES-FILE
           END-IF
           OPEN INPUT ALTAS-TRABAJO
           PERFORM UNTIL END-OF-ALTAS
              READ ALTAS-TRABAJO INTO RETENCION-RECORD
                 AT END
                    MOVE 'S' TO WS-ALTAS-EOF
                 NOT AT END
                    PERFORM 810-PASAR-RETENCION
              END-READ
           END-PERFORM
           CLOSE ALTAS-TRABAJO, RETENCIONES-NUEVO

           OPEN INPUT RETENCIONES-NUEVO
           OPEN OUTPUT RETENCIONES-FILE
           PERFORM UNTIL END-OF-RET-NUEVO
              READ RETENCIONES-NUEVO INTO RETENCION-RECORD
                 AT END
                    MOVE 'S' TO WS-RET-NUEVO-EOF
                 NOT AT END
                    WRITE RETENCION-RECORD
              END-READ
           END-PERFORM
           CLOSE RETENCIONES-NUEVO, RETENCIONES-FILE.

       810-PASAR-RETENCION.
           MOVE RE-RETENCION-ID TO LB-RETENCION-ID
           READ LIBERAR-TRABAJO
               INVALID KEY
                   WRITE RETENCION-NUEVA-RECORD FROM RETENCION-RECORD
                   END-WRITE
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       900-FINALIZAR-SIST.
           IF FICHEROS-ABIERTOS
               CLOSE DETALLE-TRABAJO
               PERFORM 920-IMPRIMIR-SECCIONES
               PERFORM 910-ESCRIBIR-RESUMEN
               CLOSE MASTER-FILE, HISTORY-FILE, TASAS-TRABAJO,
                     LIBERAR-TRABAJO, AUTORIZACIONES-FILE,
                     TARJETAS-RPT
      *        El ciclo solo se cierra tras tratar ambos ficheros.
               PERFORM 905-GRABAR-CIERRE-CICLO
           END-IF
           DISPLAY '--- INTERFAZ DE TARJETAS FINALIZADA ---'
           DISPLAY WS-AUTORIZ-RETENIDAS ' AUTORIZACIONES RETENIDAS.'
           DISPLAY WS-COMPENSADAS ' COMPRAS Y ' WS-DEVOLUCIONES
                   ' DEVOLUCIONES ANOTADAS.'
           DISPLAY WS-CADUCADAS ' AUTORIZACIONES CADUCADAS.'.

      *  Anota el cierre del ciclo en CONTROL-PROCESO.DAT.
       905-GRABAR-CIERRE-CICLO.
           OPEN EXTEND CONTROL-FILE
           MOVE SPACES TO CONTROL-RECORD
           MOVE 'C' TO CP-TIPO
           MOVE WS-FECHA-YYYYMMDD TO CP-FECHA
           MOVE 'PROCESAR-TARJETAS' TO CP-PROGRAMA
           WRITE CONTROL-RECORD
           CLOSE CONTROL-FILE.

       910-ESCRIBIR-RESUMEN.
           MOVE SPACES TO WS-LINEA-RPT
           STRING '================================================'
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE TARJETAS-RECORD-OUT FROM WS-LINEA-RPT

           MOVE SPACES TO WS-LINEA-RPT
           STRING 'AUTORIZACIONES LEIDAS: ' WS-AUTORIZ-LEIDAS
                  '   RETENIDAS: ' WS-AUTORIZ-RETENIDAS
                  '   NO RETENIDAS: ' WS-AUTORIZ-IGNORADAS
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE TARJETAS-RECORD-OUT FROM WS-LINEA-RPT

           MOVE SPACES TO WS-LINEA-RPT
           STRING 'COMPENSACION LEIDA: ' WS-COMPENSA-LEIDAS
                  '   COMPRAS: ' WS-COMPENSADAS
                  '   DEVOLUCIONES: ' WS-DEVOLUCIONES
                  '   NO ANOTADAS: ' WS-NO-APLICADAS
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE TARJETAS-RECORD-OUT FROM WS-LINEA-RPT

           MOVE SPACES TO WS-LINEA-RPT
           STRING 'SIN AUTORIZACION: ' WS-SIN-AUTORIZACION
                  '   DIFERENCIAS: ' WS-DIFERENCIAS
                  '   CADUCADAS: ' WS-CADUCADAS
                  '   RETENCIONES LIBERADAS: '
                  WS-RETENCIONES-LIBERADAS
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE TARJETAS-RECORD-OUT FROM WS-LINEA-RPT

           MOVE WS-IMPORTE-RETENIDO TO WS-CAMPO-NUM-EDIT
           MOVE WS-IMPORTE-CADUCADO TO WS-CAMPO-NUM-EDIT2
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'IMPORTE RETENIDO HOY: ' WS-CAMPO-NUM-EDIT
                  '   LIBERADO POR CADUCIDAD: ' WS-CAMPO-NUM-EDIT2
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE TARJETAS-RECORD-OUT FROM WS-LINEA-RPT

           MOVE WS-IMPORTE-CARGADO TO WS-CAMPO-NUM-EDIT
           MOVE WS-IMPORTE-ABONADO TO WS-CAMPO-NUM-EDIT2
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'IMPORTE CARGADO: ' WS-CAMPO-NUM-EDIT
                  '   ABONADO (DEVOLUCIONES): ' WS-CAMPO-NUM-EDIT2
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE TARJETAS-RECORD-OUT FROM WS-LINEA-RPT.

      *  Una seccion por pasada sobre el fichero de detalle, en el
      *  orden que pide back office.
       920-IMPRIMIR-SECCIONES.
           MOVE 'C' TO WS-SECCION
           MOVE 'OPERACIONES COMPENSADAS (AUTORIZ. CUENTA S IMPORTE)'
                TO WS-LINEA-RPT
           PERFORM 930-IMPRIMIR-SECCION
           MOVE 'E' TO WS-SECCION
           MOVE 'AUTORIZACIONES CADUCADAS SIN COMPENSAR'
                TO WS-LINEA-RPT
           PERFORM 930-IMPRIMIR-SECCION
           MOVE 'S' TO WS-SECCION
           MOVE 'COMPENSACIONES SIN AUTORIZACION'
                TO WS-LINEA-RPT
           PERFORM 930-IMPRIMIR-SECCION
           MOVE 'D' TO WS-SECCION
           MOVE 'DIFERENCIAS ENTRE AUTORIZADO Y COMPENSADO'
                TO WS-LINEA-RPT
           PERFORM 930-IMPRIMIR-SECCION
           MOVE 'I' TO WS-SECCION
           MOVE 'INCIDENCIAS (NO RETENIDAS / NO ANOTADAS)'
                TO WS-LINEA-RPT
           PERFORM 930-IMPRIMIR-SECCION.

       930-IMPRIMIR-SECCION.
           WRITE TARJETAS-RECORD-OUT FROM WS-LINEA-RPT
           MOVE ALL '-' TO WS-LINEA-RPT
           WRITE TARJETAS-RECORD-OUT FROM WS-LINEA-RPT
           MOVE 'N' TO WS-DETALLE-EOF
           OPEN INPUT DETALLE-TRABAJO
           PERFORM UNTIL END-OF-DETALLE
              READ DETALLE-TRABAJO
                 AT END
                    MOVE 'S' TO WS-DETALLE-EOF
                 NOT AT END
                    IF TD-SECCION = WS-SECCION
                       WRITE TARJETAS-RECORD-OUT FROM TD-LINEA
                    END-IF
              END-READ
           END-PERFORM
           CLOSE DETALLE-TRABAJO
           MOVE SPACES TO WS-LINEA-RPT
           WRITE TARJETAS-RECORD-OUT FROM WS-LINEA-RPT.
