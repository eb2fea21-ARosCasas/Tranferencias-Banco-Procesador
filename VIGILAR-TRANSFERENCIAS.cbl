       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIGILAR-TRANSFERENCIAS.
      * PROPOSITO: Vigilancia diaria de patrones de transferencias para
      * prevencion de blanqueo, complemento de DECLARAR-RELEVANTES (que
      * solo ve el efectivo). Agrega por cliente (MR-CLIENTE-ID) y
      * divisa los movimientos de TRANS-HISTORY.DAT, incluidos los
      * abonos recibidos de otras entidades (lineas 'T' de
      * ENTRADA-INTERBANCARIA, con HR-CONTRA-BANCO), y las
      * transferencias emitidas a otras entidades de
      * SALIDA-INTERBANCARIA.DAT y su archivo SALIDAS-RESUELTAS.DAT.
      * Con fecha de negocio F, levanta alertas por cliente de cuatro
      * patrones:
      *  'P' paso rapido: lo recibido en F-1 y F (24-48 horas) sale de
      *      nuevo en un porcentaje alto, con salidas el propio dia F.
      *  'V' velocidad: el numero o el importe de transferencias de los
      *      ultimos 30 dias supera en un factor la media mensual de los
      *      90 dias anteriores.
      *  'N' cuenta nueva: cuentas dadas de alta (ALTA-CUENTA en
      *      AUDITORIA-MANT.DAT) en los ultimos dias con un volumen
      *      movido desde el alta por encima del umbral.
      *  'R' importes redondos: varias transferencias a otras entidades
      *      en los ultimos 30 dias por multiplos exactos de un importe
      *      redondo.
      * Las alertas se anaden a ALERTAS-PBC.DAT en estado 'A' (abierta);
      * cumplimiento normativo las pasa a 'R' (revisada) o 'C'
      * (comunicada) con MANTENER-ALERTAS. Un cliente no vuelve a
      * alertar por el mismo patron mientras tenga una alerta de ese
      * patron mas reciente que los dias de supresion.
      *
      * ALERTAS-PBC.RPT lleva cada alerta nueva con los datos del
      * cliente de CLIENTES.DAT y los movimientos que la soportan.
      *
      * Umbrales por PARAMETROS-EJECUCION.DAT (programa
      * 'VIGILAR-TRANSFERENCIAS'), con sus valores por defecto:
      *   IMPORTE-PASO 3000, PORCENTAJE-PASO 80, FACTOR-VELOCIDAD 3,
      *   MIN-TRANSFER 5, DIAS-CTA-NUEVA 30, VOLUMEN-NUEVA 10000,
      *   MULTIPLO-REDONDO 1000, MIN-REDONDOS 3, DIAS-SUPRESION 30.
      * Las cuentas sin cliente asignado no se vigilan (se cuentan en
      * el resumen).
      *-----------------------------------------------------------------------*
      *CAMBIOS:
      *C0001 --> Fecha: 15/10/2026
      *          Descripción: Programa nuevo. Guardas de fecha de
      *                       negocio, doble ejecucion con override y
      *                       modo desatendido como MANTENER-TASAS y
      *                       DOMICILIACIONES. Ficheros de trabajo
      *                       indexados reconstruidos en cada arranque
      *                       (tecnica de AGREGADOS-TRABAJO.DAT de
      *                       DECLARAR-RELEVANTES).
      *
      *C0002 --> Fecha: 15/10/2026
      *          Descripción: Layout de CLIENTES.DAT ampliado con los
      *                       datos de contacto y preferencias de aviso,
      *                       igual que en NUEVA-CUENTA.
      *
      *C0003 --> Fecha: 15/10/2026
      *          Descripción: Layout de CLIENTES.DAT ampliado con el
      *                       tipo, el pais de expedicion y la fecha de
      *                       caducidad del documento de identidad,
      *                       igual que en NUEVA-CUENTA; este programa
      *                       no los usa.
      *
      *-----------------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  Fecha de negocio y control de ciclos (ver APERTURA-DIA).
           SELECT CONTROL-FILE  ASSIGN TO 'CONTROL-PROCESO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

      *  Respuestas de la ejecucion desatendida y umbrales.
           SELECT PARAMETROS-FILE  ASSIGN TO 'PARAMETROS-EJECUCION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETROS-STATUS.

           SELECT MASTER-FILE  ASSIGN TO 'CUENTAS-INDEXADAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MR-CUENTA-NUM
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CLIENTES-FILE  ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-CLIENTE-ID
               FILE STATUS IS WS-CLIENTES-STATUS.

           SELECT HISTORY-IN  ASSIGN TO 'TRANS-HISTORY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

      *  Transferencias emitidas a otras entidades: las vivas y las ya
      *  resueltas por CONCILIAR-INTERBANCARIA.
           SELECT SALIDAS-IN  ASSIGN TO 'SALIDA-INTERBANCARIA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALIDAS-STATUS.

           SELECT RESUELTAS-IN  ASSIGN TO 'SALIDAS-RESUELTAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESUELTAS-STATUS.

      *  Pista de auditoria: de aqui salen las fechas de alta de las
      *  cuentas.
           SELECT AUDITORIA-FILE  ASSIGN TO 'AUDITORIA-MANT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.

      *  Alertas de todas las ejecuciones; DYNAMIC para el recorrido
      *  inicial y las altas por clave.
           SELECT ALERTAS-FILE  ASSIGN TO 'ALERTAS-PBC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-ALERTA-ID
               FILE STATUS IS WS-ALERTAS-STATUS.

      *  Agregado por cliente y divisa.
           SELECT AGREGADOS-TRABAJO  ASSIGN TO 'AGREGADOS-PBC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PB-CLAVE
               FILE STATUS IS WS-AGR-STATUS.

      *  Fecha de alta de las cuentas nuevas.
           SELECT ALTAS-TRABAJO  ASSIGN TO 'ALTAS-PBC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NA-CUENTA
               FILE STATUS IS WS-ALTAS-STATUS.

      *  Ultima alerta por cliente y patron (supresion).
           SELECT SUPRESION-TRABAJO  ASSIGN TO 'SUPRESION-PBC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SU-CLAVE
               FILE STATUS IS WS-SUPRESION-STATUS.

      *  Alertas levantadas en esta ejecucion.
           SELECT ALERTAS-DIA  ASSIGN TO 'ALERTAS-DIA-PBC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-CLAVE
               FILE STATUS IS WS-ALERTAS-DIA-STATUS.

      *  Movimientos de soporte de cada alerta nueva.
           SELECT SOPORTE-TRABAJO  ASSIGN TO 'SOPORTE-PBC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-CLAVE
               FILE STATUS IS WS-SOPORTE-STATUS.

           SELECT ALERTAS-RPT  ASSIGN TO 'ALERTAS-PBC.RPT'
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

      * Mismo layout que en NUEVA-CUENTA (modo 5).
       FD  CLIENTES-FILE.
       01  CLIENTE-RECORD.
           05 CL-CLIENTE-ID  PIC 9(8).
           05 CL-NOMBRE      PIC X(40).
           05 CL-DOCUMENTO   PIC X(15).
           05 CL-DIRECCION   PIC X(40).
           05 CL-TELEFONO    PIC X(15).
 C0002*    Contacto y preferencias de aviso al cliente.
           05 CL-MOVIL              PIC X(15).
           05 CL-EMAIL              PIC X(50).
           05 CL-AVISO-SMS          PIC X(1).
              88 CL-QUIERE-SMS      VALUE 'S'.
           05 CL-AVISO-EMAIL        PIC X(1).
              88 CL-QUIERE-EMAIL    VALUE 'S'.
      *    Umbrales de aviso; cero = sin aviso.
           05 CL-UMBRAL-SALDO       PIC 9(8)V99.
           05 CL-UMBRAL-MOVIMIENTO  PIC 9(8)V99.
 C0003*    Documento de identidad: tipo, pais de expedicion y fecha
      *    de caducidad (cero = sin informar).
           05 CL-TIPO-DOCUMENTO     PIC X(1).
              88 CL-DOC-DNI         VALUE 'D'.
              88 CL-DOC-NIE         VALUE 'E'.
              88 CL-DOC-PASAPORTE   VALUE 'P'.
              88 CL-DOC-OTRO        VALUE 'O'.
           05 CL-PAIS-DOCUMENTO     PIC X(2).
           05 CL-FECHA-CADUCIDAD    PIC 9(8).

      * Mismo layout que HISTORY-RECORD-OUT en BANK-TRANS-PROCESSOR.
       FD  HISTORY-IN.
       01  HISTORY-RECORD-IN.
           05 HR-CUENTA-NUM      PIC 9(10).
           05 HR-TIPO            PIC X(1).
           05 HR-CANTIDAD        PIC 9(8)V99.
           05 HR-BALANCE-RESULT  PIC S9(8)V99 SIGN LEADING SEPARATE.
           05 HR-FECHA           PIC 9(8).
           05 HR-DIVISA          PIC X(3).
           05 HR-TASA-APLICADA   PIC 9(4)V9(6).
           05 HR-REFERENCIA      PIC 9(12).
           05 HR-SIGNO           PIC X(1).
              88 HR-AL-DEBE      VALUE 'D'.
              88 HR-AL-HABER     VALUE 'H'.
           05 HR-CONTRA-CUENTA   PIC 9(10).
           05 HR-CONTRA-BANCO    PIC 9(4).
           05 HR-CONTRA-ID       PIC 9(6).
           05 HR-CONTRA-REF      PIC X(20).

      * Mismo layout que SALIDA-INTERB-RECORD en BANK-TRANS-PROCESSOR.
       FD  SALIDAS-IN.
       01  SALIDA-RECORD-IN.
           05 SI-BANCO-DESTINO  PIC 9(4).
           05 SI-CUENTA-DESTINO PIC 9(10).
           05 SI-CUENTA-ORIGEN  PIC 9(10).
           05 SI-CANTIDAD       PIC 9(8)V99.
           05 SI-DIVISA         PIC X(3).
           05 SI-FECHA          PIC 9(8).
           05 SI-ESTADO         PIC X(1).

      * Mismo layout; CONCILIAR-INTERBANCARIA lo copia byte a byte.
       FD  RESUELTAS-IN.
       01  RESUELTA-RECORD-IN  PIC X(46).

      * Mismo layout que AUDITORIA-RECORD en NUEVA-CUENTA.
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

      * Una alerta: cliente, patron, divisa, cuenta concreta (cero =
      * el conjunto de cuentas del cliente), fecha de la alerta e
      * inicio del periodo observado, importe observado y su valor de
      * referencia (entradas, media o umbral segun el patron), numero
      * de movimientos, descripcion y estado con quien y cuando lo
      * cambio por ultima vez (MANTENER-ALERTAS).
       FD  ALERTAS-FILE.
       01  ALERTA-RECORD.
           05 AL-ALERTA-ID       PIC 9(8).
           05 AL-CLIENTE-ID      PIC 9(8).
           05 AL-PATRON          PIC X(1).
              88 AL-PASO-RAPIDO     VALUE 'P'.
              88 AL-VELOCIDAD       VALUE 'V'.
              88 AL-CUENTA-NUEVA    VALUE 'N'.
              88 AL-IMPORTES-REDONDOS VALUE 'R'.
           05 AL-DIVISA          PIC X(3).
           05 AL-CUENTA-NUM      PIC 9(10).
           05 AL-FECHA-ALERTA    PIC 9(8).
           05 AL-FECHA-DESDE     PIC 9(8).
           05 AL-IMPORTE         PIC 9(12)V99.
           05 AL-IMPORTE-REFER   PIC 9(12)V99.
           05 AL-NUM-MOVS        PIC 9(5).
           05 AL-DESCRIPCION     PIC X(40).
           05 AL-ESTADO          PIC X(1).
              88 AL-ABIERTA      VALUE 'A'.
              88 AL-REVISADA     VALUE 'R'.
              88 AL-COMUNICADA   VALUE 'C'.
           05 AL-FECHA-ESTADO    PIC 9(8).
           05 AL-OPERADOR        PIC X(8).

      * Agregado de un cliente y divisa: entradas y salidas de F-1 y
      * F, transferencias de los ultimos 30 dias y de los 90
      * anteriores, volumen de sus cuentas nuevas y transferencias
      * redondas a otras entidades de los ultimos 30 dias.
       FD  AGREGADOS-TRABAJO.
       01  PB-REGISTRO.
           05 PB-CLAVE.
              10 PB-CLIENTE     PIC 9(8).
              10 PB-DIVISA      PIC X(3).
           05 PB-ENT-AYER       PIC 9(10)V99.
           05 PB-SAL-AYER       PIC 9(10)V99.
           05 PB-ENT-HOY        PIC 9(10)V99.
           05 PB-SAL-HOY        PIC 9(10)V99.
           05 PB-TRF-NUM        PIC 9(5).
           05 PB-TRF-IMP        PIC 9(12)V99.
           05 PB-PREVIO-NUM     PIC 9(5).
           05 PB-PREVIO-IMP     PIC 9(12)V99.
           05 PB-NUEVA-CUENTA   PIC 9(10).
           05 PB-NUEVA-ALTA     PIC 9(8).
           05 PB-NUEVA-NUM      PIC 9(5).
           05 PB-NUEVA-IMP      PIC 9(12)V99.
           05 PB-REDONDOS-NUM   PIC 9(5).
           05 PB-REDONDOS-IMP   PIC 9(12)V99.

       FD  ALTAS-TRABAJO.
       01  NA-REGISTRO.
           05 NA-CUENTA      PIC 9(10).
           05 NA-FECHA-ALTA  PIC 9(8).

       FD  SUPRESION-TRABAJO.
       01  SU-REGISTRO.
           05 SU-CLAVE.
              10 SU-CLIENTE  PIC 9(8).
              10 SU-PATRON   PIC X(1).
           05 SU-FECHA       PIC 9(8).

       FD  ALERTAS-DIA.
       01  AD-REGISTRO.
           05 AD-CLAVE.
              10 AD-CLIENTE  PIC 9(8).
              10 AD-DIVISA   PIC X(3).
              10 AD-PATRON   PIC X(1).
           05 AD-ALERTA-ID   PIC 9(8).
           05 AD-NUM-SOPORTE PIC 9(6).

       FD  SOPORTE-TRABAJO.
       01  SP-REGISTRO.
           05 SP-CLAVE.
              10 SP-ALERTA-ID  PIC 9(8).
              10 SP-SECUENCIA  PIC 9(6).
           05 SP-LINEA         PIC X(100).

       FD  ALERTAS-RPT.
       01  ALERTAS-RECORD-OUT  PIC X(120).

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

      *  Umbrales de los patrones (ver PROPOSITO).
       01  WS-UMBRALES.
           05 WS-IMPORTE-PASO      PIC 9(10)V99 VALUE 3000.
           05 WS-PORCENTAJE-PASO   PIC 9(3) VALUE 80.
           05 WS-FACTOR-VELOCIDAD  PIC 9(3) VALUE 3.
           05 WS-MIN-TRANSFER      PIC 9(5) VALUE 5.
           05 WS-DIAS-CTA-NUEVA    PIC 9(3) VALUE 30.
           05 WS-VOLUMEN-NUEVA     PIC 9(10)V99 VALUE 10000.
           05 WS-MULTIPLO-REDONDO  PIC 9(8) VALUE 1000.
           05 WS-MIN-REDONDOS      PIC 9(5) VALUE 3.
           05 WS-DIAS-SUPRESION    PIC 9(3) VALUE 30.

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
           05 WS-CLIENTES-STATUS     PIC XX.
           05 WS-HISTORY-STATUS      PIC XX.
           05 WS-SALIDAS-STATUS      PIC XX.
           05 WS-RESUELTAS-STATUS    PIC XX.
           05 WS-AUDITORIA-STATUS    PIC XX.
           05 WS-ALERTAS-STATUS      PIC XX.
           05 WS-AGR-STATUS          PIC XX.
           05 WS-ALTAS-STATUS        PIC XX.
           05 WS-SUPRESION-STATUS    PIC XX.
           05 WS-ALERTAS-DIA-STATUS  PIC XX.
           05 WS-SOPORTE-STATUS      PIC XX.
           05 WS-HISTORY-EOF         PIC X VALUE 'N'.
              88 END-OF-HISTORY      VALUE 'S'.
           05 WS-SALIDAS-EOF         PIC X VALUE 'N'.
              88 END-OF-SALIDAS      VALUE 'S'.
           05 WS-AUDITORIA-EOF       PIC X VALUE 'N'.
              88 END-OF-AUDITORIA    VALUE 'S'.
           05 WS-ALERTAS-EOF         PIC X VALUE 'N'.
              88 END-OF-ALERTAS      VALUE 'S'.
           05 WS-AGR-EOF             PIC X VALUE 'N'.
              88 END-OF-AGREGADOS    VALUE 'S'.
           05 WS-ALERTAS-DIA-EOF     PIC X VALUE 'N'.
              88 END-OF-ALERTAS-DIA  VALUE 'S'.
           05 WS-SUPRIMIDA-FLAG      PIC X VALUE 'N'.
              88 ALERTA-SUPRIMIDA    VALUE 'S'.
           05 WS-SOPORTE-EOF         PIC X VALUE 'N'.
              88 END-OF-SOPORTE      VALUE 'S'.
           05 WS-ABIERTO-FLAG        PIC X VALUE 'N'.
              88 FICHEROS-ABIERTOS   VALUE 'S'.
           05 WS-CLIENTE-HALLADO     PIC X VALUE 'N'.
              88 CLIENTE-HALLADO     VALUE 'S'.
           05 WS-CUENTA-NUEVA-FLAG   PIC X VALUE 'N'.
              88 ES-CUENTA-NUEVA     VALUE 'S'.

      *  Fechas como dias enteros (FUNCTION INTEGER-OF-DATE) para
      *  medir distancias: WS-ANTIGUEDAD = dias desde el movimiento
      *  hasta la fecha de negocio.
       01  WS-FECHAS.
           05 WS-DIA-NEGOCIO     PIC 9(8).
           05 WS-DIA-MOV         PIC 9(8).
           05 WS-ANTIGUEDAD      PIC S9(8).
           05 WS-FECHA-AYER      PIC 9(8).
           05 WS-FECHA-30-DIAS   PIC 9(8).
           05 WS-FECHA-SUPRESION PIC 9(8).
           05 WS-FECHA-NUEVAS    PIC 9(8).
           05 WS-ENTERO-TRABAJO  PIC 9(8).

       01  WS-MOVIMIENTO.
           05 WS-CLIENTE-MOV     PIC 9(8).
           05 WS-SIGNO-MOV       PIC X(1).
           05 WS-ALTA-MOV        PIC 9(8).
           05 WS-COCIENTE        PIC 9(10).
           05 WS-RESTO           PIC 9(8)V99.
           05 WS-CUENTA-SALIDA   PIC 9(10).

       01  WS-EVALUACION.
           05 WS-ENTRADAS        PIC 9(12)V99.
           05 WS-SALIDAS         PIC 9(12)V99.
           05 WS-MEDIA-NUM       PIC 9(5)V99.
           05 WS-MEDIA-IMP       PIC 9(12)V99.
           05 WS-PATRON          PIC X(1) VALUE SPACE.
           05 WS-ULTIMA-ALERTA   PIC 9(8) VALUE ZERO.
           05 WS-PRIMERA-NUEVA   PIC 9(8) VALUE ZERO.

       01  WS-CONTADORES.
           05 WS-MOVS-LEIDOS       PIC 9(8) VALUE ZERO.
           05 WS-MOVS-SIN-CLIENTE  PIC 9(8) VALUE ZERO.
           05 WS-SALIDAS-LEIDAS    PIC 9(8) VALUE ZERO.
           05 WS-ALERTAS-NUEVAS    PIC 9(5) VALUE ZERO.
           05 WS-ALERTAS-SUPRIMIDAS PIC 9(5) VALUE ZERO.
           05 WS-ALERTAS-PATRON OCCURS 4 TIMES PIC 9(5).
           05 WS-IDX-PATRON        PIC 9(1).

       01  WS-FECHA-ACTUAL.
           05 WS-FECHA-YYYYMMDD  PIC 9(8).

       01  WS-LINEA-RPT         PIC X(120).
       01  WS-CAMPO-NUM-EDIT    PIC -(11)9.99.
       01  WS-CAMPO-NUM-EDIT2   PIC -(11)9.99.
       01  WS-DESCRIPCION-PATRON PIC X(30).

       PROCEDURE DIVISION.
      *    Sin fecha de negocio o con la vigilancia de la fecha ya
      *    hecha (salvo override) no se levanta nada.
           PERFORM 005-CARGAR-PARAMETROS
           PERFORM 003-VERIFICAR-CONTROL-PROCESO
           IF CONTROL-SUPERADO
               PERFORM 000-INICIO-SIST
               IF FICHEROS-ABIERTOS
                   PERFORM 100-BARRER-HISTORICO
                   PERFORM 200-BARRER-SALIDAS
                   PERFORM 300-EVALUAR-PATRONES
                   PERFORM 400-RECOGER-SOPORTE
                   PERFORM 500-IMPRIMIR-ALERTAS
               END-IF
               PERFORM 900-FINALIZAR-SIST
           END-IF
           STOP RUN.

      *  Lee CONTROL-PROCESO.DAT: la 'F' fija la fecha de negocio y las
      *  'C' dicen si este ciclo ya corrio.
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
               DISPLAY '*** LA VIGILANCIA DE LA FECHA '
                       WS-FECHA-YYYYMMDD ' YA SE EJECUTO ***'
               PERFORM 008-PEDIR-OVERRIDE
           END-IF.

       004-ANOTAR-REGISTRO-CONTROL.
           EVALUATE TRUE
               WHEN CP-FECHA-NEGOCIO
                   MOVE CP-FECHA TO WS-FECHA-YYYYMMDD
                   MOVE 'S' TO WS-CONTROL-OK-FLAG
               WHEN CP-CIERRE-CICLO
                   IF CP-FECHA = WS-FECHA-YYYYMMDD
                      AND CP-PROGRAMA = 'VIGILAR-TRANSFERENCIAS'
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
                       IF PE-PROGRAMA = 'VIGILAR-TRANSFERENCIAS'
                          PERFORM 006-ANOTAR-PARAMETRO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PARAMETROS-FILE
           END-IF.

      *  Un umbral en blanco conserva su valor por defecto.
       006-ANOTAR-PARAMETRO.
           IF PE-CLAVE = 'OVERRIDE'
               MOVE PE-VALOR(1:1) TO WS-PARAM-OVERRIDE
           ELSE
               IF PE-VALOR NOT = SPACES
                   PERFORM 007-ANOTAR-UMBRAL
               END-IF
           END-IF.

       007-ANOTAR-UMBRAL.
           EVALUATE PE-CLAVE
               WHEN 'IMPORTE-PASO'
                   COMPUTE WS-IMPORTE-PASO = FUNCTION NUMVAL(PE-VALOR)
               WHEN 'PORCENTAJE-PASO'
                   COMPUTE WS-PORCENTAJE-PASO =
                      FUNCTION NUMVAL(PE-VALOR)
               WHEN 'FACTOR-VELOCIDAD'
                   COMPUTE WS-FACTOR-VELOCIDAD =
                      FUNCTION NUMVAL(PE-VALOR)
               WHEN 'MIN-TRANSFER'
                   COMPUTE WS-MIN-TRANSFER = FUNCTION NUMVAL(PE-VALOR)
               WHEN 'DIAS-CTA-NUEVA'
                   COMPUTE WS-DIAS-CTA-NUEVA =
                      FUNCTION NUMVAL(PE-VALOR)
               WHEN 'VOLUMEN-NUEVA'
                   COMPUTE WS-VOLUMEN-NUEVA = FUNCTION NUMVAL(PE-VALOR)
               WHEN 'MULTIPLO-REDONDO'
                   COMPUTE WS-MULTIPLO-REDONDO =
                      FUNCTION NUMVAL(PE-VALOR)
               WHEN 'MIN-REDONDOS'
                   COMPUTE WS-MIN-REDONDOS = FUNCTION NUMVAL(PE-VALOR)
               WHEN 'DIAS-SUPRESION'
                   COMPUTE WS-DIAS-SUPRESION =
                      FUNCTION NUMVAL(PE-VALOR)
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
           DISPLAY '*** VIGILANCIA DE TRANSFERENCIAS (PBC) ***'
      *    WS-FECHA-YYYYMMDD viene de la fecha de negocio (003). El
      *    patron de cuenta nueva no mira mas alla de los 120 dias que
      *    cubre el barrido.
           IF WS-MULTIPLO-REDONDO = ZERO
               MOVE 1000 TO WS-MULTIPLO-REDONDO
           END-IF
           IF WS-DIAS-CTA-NUEVA > 119
               MOVE 119 TO WS-DIAS-CTA-NUEVA
           END-IF
           COMPUTE WS-DIA-NEGOCIO =
              FUNCTION INTEGER-OF-DATE(WS-FECHA-YYYYMMDD)
           COMPUTE WS-ENTERO-TRABAJO = WS-DIA-NEGOCIO - 1
           COMPUTE WS-FECHA-AYER =
              FUNCTION DATE-OF-INTEGER(WS-ENTERO-TRABAJO)
           COMPUTE WS-ENTERO-TRABAJO = WS-DIA-NEGOCIO - 29
           COMPUTE WS-FECHA-30-DIAS =
              FUNCTION DATE-OF-INTEGER(WS-ENTERO-TRABAJO)
           COMPUTE WS-ENTERO-TRABAJO =
              WS-DIA-NEGOCIO - WS-DIAS-SUPRESION
           COMPUTE WS-FECHA-SUPRESION =
              FUNCTION DATE-OF-INTEGER(WS-ENTERO-TRABAJO)
           COMPUTE WS-ENTERO-TRABAJO =
              WS-DIA-NEGOCIO - WS-DIAS-CTA-NUEVA
           COMPUTE WS-FECHA-NUEVAS =
              FUNCTION DATE-OF-INTEGER(WS-ENTERO-TRABAJO)

           OPEN I-O ALERTAS-FILE
           IF WS-ALERTAS-STATUS = '35' OR WS-ALERTAS-STATUS = '05'
      *        Primera ejecucion: se crea vacio.
               OPEN OUTPUT ALERTAS-FILE
               CLOSE ALERTAS-FILE
               OPEN I-O ALERTAS-FILE
           END-IF
           IF WS-ALERTAS-STATUS NOT = '00'
               DISPLAY '*** ERROR AL ABRIR ALERTAS-PBC.DAT ***'
               DISPLAY 'FILE STATUS: ' WS-ALERTAS-STATUS
           ELSE
               MOVE 'S' TO WS-ABIERTO-FLAG
               OPEN INPUT MASTER-FILE
               OPEN INPUT CLIENTES-FILE
               OPEN OUTPUT AGREGADOS-TRABAJO
               CLOSE AGREGADOS-TRABAJO
               OPEN I-O AGREGADOS-TRABAJO
               OPEN OUTPUT ALTAS-TRABAJO
               CLOSE ALTAS-TRABAJO
               OPEN I-O ALTAS-TRABAJO
               OPEN OUTPUT SUPRESION-TRABAJO
               CLOSE SUPRESION-TRABAJO
               OPEN I-O SUPRESION-TRABAJO
               OPEN OUTPUT ALERTAS-DIA
               CLOSE ALERTAS-DIA
               OPEN I-O ALERTAS-DIA
               OPEN OUTPUT SOPORTE-TRABAJO
               CLOSE SOPORTE-TRABAJO
               OPEN I-O SOPORTE-TRABAJO
               OPEN OUTPUT ALERTAS-RPT
               PERFORM 010-CARGAR-ALERTAS-PREVIAS
               PERFORM 015-CARGAR-CUENTAS-NUEVAS
           END-IF.

      *  Ultimo numero de alerta y, por cliente y patron, la fecha de
      *  la alerta mas reciente (para la supresion).
       010-CARGAR-ALERTAS-PREVIAS.
           MOVE ZERO TO AL-ALERTA-ID
           START ALERTAS-FILE KEY IS NOT LESS THAN AL-ALERTA-ID
              INVALID KEY
                 MOVE 'S' TO WS-ALERTAS-EOF
           END-START
           PERFORM UNTIL END-OF-ALERTAS
              READ ALERTAS-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-ALERTAS-EOF
                 NOT AT END
                    MOVE AL-ALERTA-ID TO WS-ULTIMA-ALERTA
                    PERFORM 011-ANOTAR-SUPRESION
              END-READ
           END-PERFORM
           COMPUTE WS-PRIMERA-NUEVA = WS-ULTIMA-ALERTA + 1.

       011-ANOTAR-SUPRESION.
           MOVE AL-CLIENTE-ID TO SU-CLIENTE
           MOVE AL-PATRON     TO SU-PATRON
           READ SUPRESION-TRABAJO
              INVALID KEY
                 MOVE AL-CLIENTE-ID   TO SU-CLIENTE
                 MOVE AL-PATRON       TO SU-PATRON
                 MOVE AL-FECHA-ALERTA TO SU-FECHA
                 WRITE SU-REGISTRO
              NOT INVALID KEY
                 IF AL-FECHA-ALERTA > SU-FECHA
                    MOVE AL-FECHA-ALERTA TO SU-FECHA
                    REWRITE SU-REGISTRO
                 END-IF
           END-READ.

      *  Cuentas dadas de alta desde WS-FECHA-NUEVAS, segun la pista de
      *  auditoria de NUEVA-CUENTA (alta interactiva o masiva).
       015-CARGAR-CUENTAS-NUEVAS.
           OPEN INPUT AUDITORIA-FILE
           IF WS-AUDITORIA-STATUS NOT = '00'
               MOVE 'S' TO WS-AUDITORIA-EOF
           END-IF
           PERFORM UNTIL END-OF-AUDITORIA
              READ AUDITORIA-FILE
                 AT END
                    MOVE 'S' TO WS-AUDITORIA-EOF
                 NOT AT END
                    IF AU-CAMPO = 'ALTA-CUENTA'
                       AND AU-FECHA >= WS-FECHA-NUEVAS
                       MOVE AU-CUENTA TO NA-CUENTA
                       MOVE AU-FECHA  TO NA-FECHA-ALTA
                       WRITE NA-REGISTRO
                          INVALID KEY
                             CONTINUE
                       END-WRITE
                    END-IF
              END-READ
           END-PERFORM
           IF WS-AUDITORIA-STATUS = '00' OR WS-AUDITORIA-STATUS = '10'
              CLOSE AUDITORIA-FILE
           END-IF.

      *  Fase 1: movimientos de los ultimos 120 dias.
       100-BARRER-HISTORICO.
           MOVE 'N' TO WS-HISTORY-EOF
           OPEN INPUT HISTORY-IN
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY '*** ERROR AL ABRIR TRANS-HISTORY.DAT ***'
               DISPLAY 'FILE STATUS: ' WS-HISTORY-STATUS
               MOVE 'S' TO WS-HISTORY-EOF
           END-IF
           PERFORM UNTIL END-OF-HISTORY
              READ HISTORY-IN
                 AT END
                    MOVE 'S' TO WS-HISTORY-EOF
                 NOT AT END
                    PERFORM 110-CLASIFICAR-MOVIMIENTO
                    IF WS-CLIENTE-MOV > ZERO
                       ADD 1 TO WS-MOVS-LEIDOS
                       PERFORM 130-ACUMULAR-MOVIMIENTO
                    END-IF
              END-READ
           END-PERFORM
           IF WS-HISTORY-STATUS = '00' OR WS-HISTORY-STATUS = '10'
              CLOSE HISTORY-IN
           END-IF.

      *  Deja en WS-CLIENTE-MOV el cliente de un movimiento vigilable
      *  (D/R/T de los ultimos 120 dias con sentido conocido), o cero.
      *  Las lineas sin sentido grabado lo deducen del tipo (como
      *  ANULAR-MOVIMIENTO); una 'T' antigua sin sentido no se usa.
       110-CLASIFICAR-MOVIMIENTO.
           MOVE ZERO TO WS-CLIENTE-MOV
           MOVE SPACE TO WS-SIGNO-MOV
           IF (HR-TIPO = 'D' OR HR-TIPO = 'R' OR HR-TIPO = 'T')
              AND HR-FECHA IS NUMERIC
              IF HR-FECHA NOT < 16010101
                 COMPUTE WS-DIA-MOV = FUNCTION INTEGER-OF-DATE(HR-FECHA)
                 COMPUTE WS-ANTIGUEDAD = WS-DIA-NEGOCIO - WS-DIA-MOV
                 IF WS-DIA-MOV NOT = ZERO AND WS-ANTIGUEDAD NOT < ZERO
                    AND WS-ANTIGUEDAD NOT > 119
                    EVALUATE TRUE
                        WHEN HR-AL-DEBE OR HR-AL-HABER
                            MOVE HR-SIGNO TO WS-SIGNO-MOV
                        WHEN HR-TIPO = 'D'
                            MOVE 'H' TO WS-SIGNO-MOV
                        WHEN HR-TIPO = 'R'
                            MOVE 'D' TO WS-SIGNO-MOV
                    END-EVALUATE
                 END-IF
              END-IF
           END-IF
           IF WS-SIGNO-MOV NOT = SPACE
              PERFORM 120-RESOLVER-CLIENTE
           END-IF.

       120-RESOLVER-CLIENTE.
           MOVE HR-CUENTA-NUM TO MR-CUENTA-NUM
           READ MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-MOVS-SIN-CLIENTE
               NOT INVALID KEY
                   IF MR-CLIENTE-ID = ZERO
                      ADD 1 TO WS-MOVS-SIN-CLIENTE
                   ELSE
                      MOVE MR-CLIENTE-ID TO WS-CLIENTE-MOV
                   END-IF
           END-READ.

       130-ACUMULAR-MOVIMIENTO.
           MOVE WS-CLIENTE-MOV TO PB-CLIENTE
           MOVE HR-DIVISA      TO PB-DIVISA
           PERFORM 140-LEER-AGREGADO
           IF WS-ANTIGUEDAD <= 1
              IF WS-SIGNO-MOV = 'H'
                 IF WS-ANTIGUEDAD = ZERO
                    ADD HR-CANTIDAD TO PB-ENT-HOY
                 ELSE
                    ADD HR-CANTIDAD TO PB-ENT-AYER
                 END-IF
              ELSE
                 IF WS-ANTIGUEDAD = ZERO
                    ADD HR-CANTIDAD TO PB-SAL-HOY
                 ELSE
                    ADD HR-CANTIDAD TO PB-SAL-AYER
                 END-IF
              END-IF
           END-IF
           IF HR-TIPO = 'T'
              IF WS-ANTIGUEDAD <= 29
                 ADD 1 TO PB-TRF-NUM
                 ADD HR-CANTIDAD TO PB-TRF-IMP
              ELSE
                 ADD 1 TO PB-PREVIO-NUM
                 ADD HR-CANTIDAD TO PB-PREVIO-IMP
              END-IF
           END-IF
           PERFORM 150-VER-CUENTA-NUEVA
           IF ES-CUENTA-NUEVA
              ADD 1 TO PB-NUEVA-NUM
              ADD HR-CANTIDAD TO PB-NUEVA-IMP
              IF PB-NUEVA-CUENTA = ZERO
                 MOVE HR-CUENTA-NUM TO PB-NUEVA-CUENTA
                 MOVE WS-ALTA-MOV   TO PB-NUEVA-ALTA
              END-IF
           END-IF
           REWRITE PB-REGISTRO.

      *  Lee el agregado de PB-CLAVE; si no existe lo crea a cero.
       140-LEER-AGREGADO.
           READ AGREGADOS-TRABAJO
              INVALID KEY
                 MOVE ZERO TO PB-ENT-AYER
                 MOVE ZERO TO PB-SAL-AYER
                 MOVE ZERO TO PB-ENT-HOY
                 MOVE ZERO TO PB-SAL-HOY
                 MOVE ZERO TO PB-TRF-NUM
                 MOVE ZERO TO PB-TRF-IMP
                 MOVE ZERO TO PB-PREVIO-NUM
                 MOVE ZERO TO PB-PREVIO-IMP
                 MOVE ZERO TO PB-NUEVA-CUENTA
                 MOVE ZERO TO PB-NUEVA-ALTA
                 MOVE ZERO TO PB-NUEVA-NUM
                 MOVE ZERO TO PB-NUEVA-IMP
                 MOVE ZERO TO PB-REDONDOS-NUM
                 MOVE ZERO TO PB-REDONDOS-IMP
                 WRITE PB-REGISTRO
           END-READ.

      *  Movimiento de una cuenta nueva, desde su alta.
       150-VER-CUENTA-NUEVA.
           MOVE 'N' TO WS-CUENTA-NUEVA-FLAG
           MOVE HR-CUENTA-NUM TO NA-CUENTA
           READ ALTAS-TRABAJO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF HR-FECHA >= NA-FECHA-ALTA
                    MOVE 'S' TO WS-CUENTA-NUEVA-FLAG
                    MOVE NA-FECHA-ALTA TO WS-ALTA-MOV
                 END-IF
           END-READ.

      *  Fase 2: transferencias a otras entidades de los ultimos 30
      *  dias por importe redondo (las vivas y las ya resueltas).
       200-BARRER-SALIDAS.
           MOVE 'N' TO WS-SALIDAS-EOF
           OPEN INPUT SALIDAS-IN
           IF WS-SALIDAS-STATUS NOT = '00'
               MOVE 'S' TO WS-SALIDAS-EOF
           END-IF
           PERFORM UNTIL END-OF-SALIDAS
              READ SALIDAS-IN
                 AT END
                    MOVE 'S' TO WS-SALIDAS-EOF
                 NOT AT END
                    PERFORM 210-VER-SALIDA-REDONDA
              END-READ
           END-PERFORM
           IF WS-SALIDAS-STATUS = '00' OR WS-SALIDAS-STATUS = '10'
              CLOSE SALIDAS-IN
           END-IF
           MOVE 'N' TO WS-SALIDAS-EOF
           OPEN INPUT RESUELTAS-IN
           IF WS-RESUELTAS-STATUS NOT = '00'
               MOVE 'S' TO WS-SALIDAS-EOF
           END-IF
           PERFORM UNTIL END-OF-SALIDAS
              READ RESUELTAS-IN INTO SALIDA-RECORD-IN
                 AT END
                    MOVE 'S' TO WS-SALIDAS-EOF
                 NOT AT END
                    PERFORM 210-VER-SALIDA-REDONDA
              END-READ
           END-PERFORM
           IF WS-RESUELTAS-STATUS = '00' OR WS-RESUELTAS-STATUS = '10'
              CLOSE RESUELTAS-IN
           END-IF.

      *  Deja en WS-CLIENTE-MOV el cliente de una salida redonda de
      *  los ultimos 30 dias, o cero.
       210-VER-SALIDA-REDONDA.
           MOVE ZERO TO WS-CLIENTE-MOV
           IF SI-FECHA IS NUMERIC AND SI-CANTIDAD IS NUMERIC
              AND SI-CUENTA-ORIGEN IS NUMERIC
              IF SI-FECHA NOT < WS-FECHA-30-DIAS
                 AND SI-FECHA NOT > WS-FECHA-YYYYMMDD
                 AND SI-CANTIDAD NOT < WS-MULTIPLO-REDONDO
                 DIVIDE SI-CANTIDAD BY WS-MULTIPLO-REDONDO
                    GIVING WS-COCIENTE REMAINDER WS-RESTO
                 IF WS-RESTO = ZERO
                    PERFORM 215-IDENTIFICAR-SALIDA
                 END-IF
              END-IF
           END-IF.

      *  Cliente de la cuenta origen de la salida redonda; fuera del
      *  segundo barrido (WS-PATRON 'R') se cuenta y se acumula en su
      *  agregado.
       215-IDENTIFICAR-SALIDA.
           IF WS-PATRON NOT = 'R'
              ADD 1 TO WS-SALIDAS-LEIDAS
           END-IF
           MOVE SI-CUENTA-ORIGEN TO MR-CUENTA-NUM
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MR-CLIENTE-ID NOT = ZERO
                      MOVE MR-CLIENTE-ID TO WS-CLIENTE-MOV
                      IF WS-PATRON NOT = 'R'
                         MOVE MR-CLIENTE-ID TO PB-CLIENTE
                         MOVE SI-DIVISA     TO PB-DIVISA
                         PERFORM 140-LEER-AGREGADO
                         ADD 1 TO PB-REDONDOS-NUM
                         ADD SI-CANTIDAD TO PB-REDONDOS-IMP
                         REWRITE PB-REGISTRO
                      END-IF
                   END-IF
           END-READ.

      *  Fase 3: cada agregado contra los cuatro patrones.
       300-EVALUAR-PATRONES.
           MOVE 'N' TO WS-AGR-EOF
           MOVE LOW-VALUES TO PB-CLAVE
           START AGREGADOS-TRABAJO KEY IS NOT LESS THAN PB-CLAVE
              INVALID KEY
                 MOVE 'S' TO WS-AGR-EOF
           END-START
           PERFORM UNTIL END-OF-AGREGADOS
              READ AGREGADOS-TRABAJO NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-AGR-EOF
                 NOT AT END
                    PERFORM 310-PATRON-PASO-RAPIDO
                    PERFORM 320-PATRON-VELOCIDAD
                    PERFORM 330-PATRON-CUENTA-NUEVA
                    PERFORM 340-PATRON-REDONDOS
              END-READ
           END-PERFORM.

      *  Lo recibido en 48 horas vuelve a salir casi entero, y parte
      *  sale el propio dia (lo de ayer solo ya alerto ayer).
       310-PATRON-PASO-RAPIDO.
           COMPUTE WS-ENTRADAS = PB-ENT-AYER + PB-ENT-HOY
           COMPUTE WS-SALIDAS  = PB-SAL-AYER + PB-SAL-HOY
           IF PB-SAL-HOY > ZERO
              AND WS-ENTRADAS >= WS-IMPORTE-PASO
              AND WS-SALIDAS * 100 >= WS-ENTRADAS * WS-PORCENTAJE-PASO
              MOVE 'P' TO WS-PATRON
              PERFORM 350-PREPARAR-ALERTA
              MOVE WS-FECHA-AYER TO AL-FECHA-DESDE
              MOVE WS-SALIDAS    TO AL-IMPORTE
              MOVE WS-ENTRADAS   TO AL-IMPORTE-REFER
              MOVE 'SALE EN 48H LO RECIBIDO (REF = ENTRADAS)'
                   TO AL-DESCRIPCION
              PERFORM 360-GRABAR-ALERTA
           END-IF.

      *  Sin historia previa no hay media con la que comparar (las
      *  cuentas recien abiertas las vigila el patron 'N').
       320-PATRON-VELOCIDAD.
           IF PB-PREVIO-NUM > ZERO
              COMPUTE WS-MEDIA-NUM ROUNDED = PB-PREVIO-NUM / 3
              COMPUTE WS-MEDIA-IMP ROUNDED = PB-PREVIO-IMP / 3
              IF (PB-TRF-NUM >= WS-MIN-TRANSFER
                  AND PB-TRF-NUM > WS-MEDIA-NUM * WS-FACTOR-VELOCIDAD)
                 OR (PB-TRF-IMP >= WS-IMPORTE-PASO
                  AND PB-TRF-IMP > WS-MEDIA-IMP * WS-FACTOR-VELOCIDAD)
                 MOVE 'V' TO WS-PATRON
                 PERFORM 350-PREPARAR-ALERTA
                 MOVE WS-FECHA-30-DIAS TO AL-FECHA-DESDE
                 MOVE PB-TRF-IMP       TO AL-IMPORTE
                 MOVE WS-MEDIA-IMP     TO AL-IMPORTE-REFER
                 MOVE PB-TRF-NUM       TO AL-NUM-MOVS
                 MOVE 'TRANSFERENCIAS 30D SOBRE MEDIA (REF)'
                      TO AL-DESCRIPCION
                 PERFORM 360-GRABAR-ALERTA
              END-IF
           END-IF.

       330-PATRON-CUENTA-NUEVA.
           IF PB-NUEVA-IMP >= WS-VOLUMEN-NUEVA
              MOVE 'N' TO WS-PATRON
              PERFORM 350-PREPARAR-ALERTA
              MOVE PB-NUEVA-CUENTA  TO AL-CUENTA-NUM
              MOVE PB-NUEVA-ALTA    TO AL-FECHA-DESDE
              MOVE PB-NUEVA-IMP     TO AL-IMPORTE
              MOVE WS-VOLUMEN-NUEVA TO AL-IMPORTE-REFER
              MOVE PB-NUEVA-NUM     TO AL-NUM-MOVS
              MOVE 'VOLUMEN ALTO EN CUENTA NUEVA (REF=UMBRAL)'
                   TO AL-DESCRIPCION
              PERFORM 360-GRABAR-ALERTA
           END-IF.

       340-PATRON-REDONDOS.
           IF PB-REDONDOS-NUM >= WS-MIN-REDONDOS
              MOVE 'R' TO WS-PATRON
              PERFORM 350-PREPARAR-ALERTA
              MOVE WS-FECHA-30-DIAS    TO AL-FECHA-DESDE
              MOVE PB-REDONDOS-IMP     TO AL-IMPORTE
              MOVE WS-MULTIPLO-REDONDO TO AL-IMPORTE-REFER
              MOVE PB-REDONDOS-NUM     TO AL-NUM-MOVS
              MOVE 'IMPORTES REDONDOS A OTRAS ENTIDADES'
                   TO AL-DESCRIPCION
              PERFORM 360-GRABAR-ALERTA
           END-IF.

       350-PREPARAR-ALERTA.
           MOVE ZERO              TO AL-ALERTA-ID
           MOVE PB-CLIENTE        TO AL-CLIENTE-ID
           MOVE WS-PATRON         TO AL-PATRON
           MOVE PB-DIVISA         TO AL-DIVISA
           MOVE ZERO              TO AL-CUENTA-NUM
           MOVE WS-FECHA-YYYYMMDD TO AL-FECHA-ALERTA
           MOVE ZERO              TO AL-NUM-MOVS
           MOVE SPACES            TO AL-DESCRIPCION
           MOVE 'A'               TO AL-ESTADO
           MOVE WS-FECHA-YYYYMMDD TO AL-FECHA-ESTADO
           MOVE SPACES            TO AL-OPERADOR.

      *  Una alerta del mismo cliente y patron mas reciente que la
      *  supresion (sea cual sea su estado) o ya levantada hoy en otra
      *  divisa deja esta sin grabar.
       360-GRABAR-ALERTA.
           MOVE 'N' TO WS-SUPRIMIDA-FLAG
           MOVE AL-CLIENTE-ID TO SU-CLIENTE
           MOVE AL-PATRON     TO SU-PATRON
           READ SUPRESION-TRABAJO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF SU-FECHA >= WS-FECHA-SUPRESION
                    ADD 1 TO WS-ALERTAS-SUPRIMIDAS
                    MOVE 'S' TO WS-SUPRIMIDA-FLAG
                 END-IF
           END-READ
           IF NOT ALERTA-SUPRIMIDA
              ADD 1 TO WS-ULTIMA-ALERTA
              MOVE WS-ULTIMA-ALERTA TO AL-ALERTA-ID
              WRITE ALERTA-RECORD
                 INVALID KEY
                    DISPLAY '*** ALTA DE ALERTA FALLIDA: ' AL-ALERTA-ID
                            ' ***'
                 NOT INVALID KEY
                    PERFORM 365-ANOTAR-ALERTA-NUEVA
              END-WRITE
           END-IF.

      *  Alerta grabada: cuenta por patron, supresion para las
      *  siguientes y entrada en ALERTAS-DIA para recoger su soporte.
       365-ANOTAR-ALERTA-NUEVA.
           ADD 1 TO WS-ALERTAS-NUEVAS
           EVALUATE AL-PATRON
               WHEN 'P' MOVE 1 TO WS-IDX-PATRON
               WHEN 'V' MOVE 2 TO WS-IDX-PATRON
               WHEN 'N' MOVE 3 TO WS-IDX-PATRON
               WHEN OTHER MOVE 4 TO WS-IDX-PATRON
           END-EVALUATE
           ADD 1 TO WS-ALERTAS-PATRON(WS-IDX-PATRON)
           MOVE AL-CLIENTE-ID TO SU-CLIENTE
           MOVE AL-PATRON     TO SU-PATRON
           MOVE AL-FECHA-ALERTA TO SU-FECHA
           WRITE SU-REGISTRO
              INVALID KEY
                 REWRITE SU-REGISTRO
           END-WRITE
           MOVE AL-CLIENTE-ID TO AD-CLIENTE
           MOVE AL-DIVISA     TO AD-DIVISA
           MOVE AL-PATRON     TO AD-PATRON
           MOVE AL-ALERTA-ID  TO AD-ALERTA-ID
           MOVE ZERO          TO AD-NUM-SOPORTE
           WRITE AD-REGISTRO.

      *  Fase 4: segunda pasada por el historico y las salidas
      *  recogiendo los movimientos que soportan cada alerta nueva.
       400-RECOGER-SOPORTE.
           IF WS-ALERTAS-NUEVAS > ZERO
              MOVE 'N' TO WS-HISTORY-EOF
              OPEN INPUT HISTORY-IN
              IF WS-HISTORY-STATUS NOT = '00'
                  MOVE 'S' TO WS-HISTORY-EOF
              END-IF
              PERFORM UNTIL END-OF-HISTORY
                 READ HISTORY-IN
                    AT END
                       MOVE 'S' TO WS-HISTORY-EOF
                    NOT AT END
                       PERFORM 110-CLASIFICAR-MOVIMIENTO
                       IF WS-CLIENTE-MOV > ZERO
                          PERFORM 410-SOPORTE-HISTORICO
                       END-IF
                 END-READ
              END-PERFORM
              IF WS-HISTORY-STATUS = '00' OR WS-HISTORY-STATUS = '10'
                 CLOSE HISTORY-IN
              END-IF
      *       Las salidas redondas: WS-PATRON = 'R' hace que 210 solo
      *       identifique el cliente, sin volver a acumular.
              MOVE 'R' TO WS-PATRON
              MOVE 'N' TO WS-SALIDAS-EOF
              OPEN INPUT SALIDAS-IN
              IF WS-SALIDAS-STATUS NOT = '00'
                  MOVE 'S' TO WS-SALIDAS-EOF
              END-IF
              PERFORM UNTIL END-OF-SALIDAS
                 READ SALIDAS-IN
                    AT END
                       MOVE 'S' TO WS-SALIDAS-EOF
                    NOT AT END
                       PERFORM 210-VER-SALIDA-REDONDA
                       IF WS-CLIENTE-MOV > ZERO
                          PERFORM 420-SOPORTE-SALIDA
                       END-IF
                 END-READ
              END-PERFORM
              IF WS-SALIDAS-STATUS = '00' OR WS-SALIDAS-STATUS = '10'
                 CLOSE SALIDAS-IN
              END-IF
              MOVE 'N' TO WS-SALIDAS-EOF
              OPEN INPUT RESUELTAS-IN
              IF WS-RESUELTAS-STATUS NOT = '00'
                  MOVE 'S' TO WS-SALIDAS-EOF
              END-IF
              PERFORM UNTIL END-OF-SALIDAS
                 READ RESUELTAS-IN INTO SALIDA-RECORD-IN
                    AT END
                       MOVE 'S' TO WS-SALIDAS-EOF
                    NOT AT END
                       PERFORM 210-VER-SALIDA-REDONDA
                       IF WS-CLIENTE-MOV > ZERO
                          PERFORM 420-SOPORTE-SALIDA
                       END-IF
                 END-READ
              END-PERFORM
              IF WS-RESUELTAS-STATUS = '00'
                 OR WS-RESUELTAS-STATUS = '10'
                 CLOSE RESUELTAS-IN
              END-IF
           END-IF.

      *  Un movimiento soporta la alerta 'P' del cliente y divisa si
      *  es de F-1 o F, la 'V' si es una 'T' de los ultimos 30 dias y
      *  la 'N' si es de una cuenta nueva desde su alta.
       410-SOPORTE-HISTORICO.
           MOVE WS-CLIENTE-MOV TO AD-CLIENTE
           MOVE HR-DIVISA      TO AD-DIVISA
           IF WS-ANTIGUEDAD <= 1
              MOVE 'P' TO AD-PATRON
              PERFORM 430-ANOTAR-SOPORTE-HISTORICO
           END-IF
           IF HR-TIPO = 'T' AND WS-ANTIGUEDAD <= 29
              MOVE 'V' TO AD-PATRON
              PERFORM 430-ANOTAR-SOPORTE-HISTORICO
           END-IF
           PERFORM 150-VER-CUENTA-NUEVA
           IF ES-CUENTA-NUEVA
              MOVE 'N' TO AD-PATRON
              PERFORM 430-ANOTAR-SOPORTE-HISTORICO
           END-IF.

       420-SOPORTE-SALIDA.
           MOVE WS-CLIENTE-MOV TO AD-CLIENTE
           MOVE SI-DIVISA      TO AD-DIVISA
           MOVE 'R'            TO AD-PATRON
           READ ALERTAS-DIA
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE SI-CANTIDAD TO WS-CAMPO-NUM-EDIT
                 MOVE SPACES TO SP-LINEA
                 STRING '    ' SI-FECHA ' CTA ' SI-CUENTA-ORIGEN
                        ' A BANCO ' SI-BANCO-DESTINO
                        ' CTA ' SI-CUENTA-DESTINO ' '
                        WS-CAMPO-NUM-EDIT ' ' SI-DIVISA
                        ' ESTADO ' SI-ESTADO
                    DELIMITED BY SIZE INTO SP-LINEA
                 END-STRING
                 PERFORM 440-GRABAR-SOPORTE
           END-READ.

       430-ANOTAR-SOPORTE-HISTORICO.
           READ ALERTAS-DIA
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE HR-CANTIDAD TO WS-CAMPO-NUM-EDIT
                 MOVE SPACES TO SP-LINEA
                 STRING '    ' HR-FECHA ' CTA ' HR-CUENTA-NUM ' '
                        HR-TIPO '/' WS-SIGNO-MOV ' '
                        WS-CAMPO-NUM-EDIT ' ' HR-DIVISA
                        ' REF ' HR-REFERENCIA
                        ' CONTRA ' HR-CONTRA-BANCO '-'
                        HR-CONTRA-CUENTA
                    DELIMITED BY SIZE INTO SP-LINEA
                 END-STRING
                 PERFORM 440-GRABAR-SOPORTE
           END-READ.

      *  Graba SP-LINEA como siguiente movimiento de la alerta de
      *  AD-REGISTRO.
       440-GRABAR-SOPORTE.
           ADD 1 TO AD-NUM-SOPORTE
           REWRITE AD-REGISTRO
           MOVE AD-ALERTA-ID   TO SP-ALERTA-ID
           MOVE AD-NUM-SOPORTE TO SP-SECUENCIA
           WRITE SP-REGISTRO.

      *  Fase 5: las alertas nuevas, en orden de numero, con los datos
      *  del cliente y sus movimientos.
       500-IMPRIMIR-ALERTAS.
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'ALERTAS DE PREVENCION DE BLANQUEO - FECHA '
                  WS-FECHA-YYYYMMDD
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE ALERTAS-RECORD-OUT FROM WS-LINEA-RPT
           MOVE ALL '=' TO WS-LINEA-RPT
           WRITE ALERTAS-RECORD-OUT FROM WS-LINEA-RPT
           MOVE 'N' TO WS-ALERTAS-EOF
           MOVE WS-PRIMERA-NUEVA TO AL-ALERTA-ID
           START ALERTAS-FILE KEY IS NOT LESS THAN AL-ALERTA-ID
              INVALID KEY
                 MOVE 'S' TO WS-ALERTAS-EOF
           END-START
           PERFORM UNTIL END-OF-ALERTAS
              READ ALERTAS-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-ALERTAS-EOF
                 NOT AT END
                    PERFORM 510-IMPRIMIR-ALERTA
              END-READ
           END-PERFORM.

       510-IMPRIMIR-ALERTA.
           EVALUATE AL-PATRON
               WHEN 'P'
                   MOVE 'PASO RAPIDO DE FONDOS' TO WS-DESCRIPCION-PATRON
               WHEN 'V'
                   MOVE 'VELOCIDAD DE TRANSFERENCIAS'
                        TO WS-DESCRIPCION-PATRON
               WHEN 'N'
                   MOVE 'CUENTA NUEVA CON VOLUMEN ALTO'
                        TO WS-DESCRIPCION-PATRON
               WHEN OTHER
                   MOVE 'IMPORTES REDONDOS A OTRAS ENT.'
                        TO WS-DESCRIPCION-PATRON
           END-EVALUATE
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'ALERTA ' AL-ALERTA-ID '  PATRON ' AL-PATRON ' '
                  WS-DESCRIPCION-PATRON '  ESTADO ' AL-ESTADO
                  '  PERIODO ' AL-FECHA-DESDE ' A ' AL-FECHA-ALERTA
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE ALERTAS-RECORD-OUT FROM WS-LINEA-RPT

           MOVE 'N' TO WS-CLIENTE-HALLADO
           MOVE AL-CLIENTE-ID TO CL-CLIENTE-ID
           READ CLIENTES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-CLIENTE-HALLADO
           END-READ
           MOVE SPACES TO WS-LINEA-RPT
           IF CLIENTE-HALLADO
              STRING '  CLIENTE ' AL-CLIENTE-ID ' ' CL-NOMBRE
                     ' DOC ' CL-DOCUMENTO ' TEL ' CL-TELEFONO
                 DELIMITED BY SIZE INTO WS-LINEA-RPT
              END-STRING
              WRITE ALERTAS-RECORD-OUT FROM WS-LINEA-RPT
              MOVE SPACES TO WS-LINEA-RPT
              STRING '  DIRECCION ' CL-DIRECCION
                 DELIMITED BY SIZE INTO WS-LINEA-RPT
              END-STRING
           ELSE
              STRING '  CLIENTE ' AL-CLIENTE-ID
                     ' NO ENCONTRADO EN CLIENTES.DAT'
                 DELIMITED BY SIZE INTO WS-LINEA-RPT
              END-STRING
           END-IF
           WRITE ALERTAS-RECORD-OUT FROM WS-LINEA-RPT

           MOVE AL-IMPORTE       TO WS-CAMPO-NUM-EDIT
           MOVE AL-IMPORTE-REFER TO WS-CAMPO-NUM-EDIT2
           MOVE SPACES TO WS-LINEA-RPT
           STRING '  ' AL-DESCRIPCION ' ' AL-DIVISA
                  ' IMPORTE' WS-CAMPO-NUM-EDIT
                  ' REF' WS-CAMPO-NUM-EDIT2
                  ' MOVS ' AL-NUM-MOVS
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE ALERTAS-RECORD-OUT FROM WS-LINEA-RPT
           IF AL-CUENTA-NUM NOT = ZERO
              MOVE SPACES TO WS-LINEA-RPT
              STRING '  CUENTA NUEVA ' AL-CUENTA-NUM
                     ' ALTA ' AL-FECHA-DESDE
                 DELIMITED BY SIZE INTO WS-LINEA-RPT
              END-STRING
              WRITE ALERTAS-RECORD-OUT FROM WS-LINEA-RPT
           END-IF

           MOVE '  MOVIMIENTOS DE SOPORTE:' TO WS-LINEA-RPT
           WRITE ALERTAS-RECORD-OUT FROM WS-LINEA-RPT
           MOVE 'N' TO WS-SOPORTE-EOF
           MOVE AL-ALERTA-ID TO SP-ALERTA-ID
           MOVE ZERO         TO SP-SECUENCIA
           START SOPORTE-TRABAJO KEY IS NOT LESS THAN SP-CLAVE
              INVALID KEY
                 MOVE 'S' TO WS-SOPORTE-EOF
           END-START
           PERFORM UNTIL END-OF-SOPORTE
              READ SOPORTE-TRABAJO NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-SOPORTE-EOF
                 NOT AT END
                    IF SP-ALERTA-ID NOT = AL-ALERTA-ID
                       MOVE 'S' TO WS-SOPORTE-EOF
                    ELSE
                       WRITE ALERTAS-RECORD-OUT FROM SP-LINEA
                    END-IF
              END-READ
           END-PERFORM
           MOVE SPACES TO WS-LINEA-RPT
           WRITE ALERTAS-RECORD-OUT FROM WS-LINEA-RPT.

       900-FINALIZAR-SIST.
           IF FICHEROS-ABIERTOS
               PERFORM 910-ESCRIBIR-RESUMEN
               CLOSE MASTER-FILE, CLIENTES-FILE, ALERTAS-FILE,
                     AGREGADOS-TRABAJO, ALTAS-TRABAJO,
                     SUPRESION-TRABAJO, ALERTAS-DIA,
                     SOPORTE-TRABAJO, ALERTAS-RPT
               PERFORM 905-GRABAR-CIERRE-CICLO
           END-IF
           DISPLAY '--- VIGILANCIA DE TRANSFERENCIAS FINALIZADA ---'
           DISPLAY WS-ALERTAS-NUEVAS ' ALERTAS NUEVAS.'.

      *  Anota el cierre del ciclo en CONTROL-PROCESO.DAT.
       905-GRABAR-CIERRE-CICLO.
           OPEN EXTEND CONTROL-FILE
           MOVE SPACES TO CONTROL-RECORD
           MOVE 'C' TO CP-TIPO
           MOVE WS-FECHA-YYYYMMDD TO CP-FECHA
           MOVE 'VIGILAR-TRANSFERENCIAS' TO CP-PROGRAMA
           WRITE CONTROL-RECORD
           CLOSE CONTROL-FILE.

       910-ESCRIBIR-RESUMEN.
           MOVE ALL '=' TO WS-LINEA-RPT
           WRITE ALERTAS-RECORD-OUT FROM WS-LINEA-RPT
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'MOVIMIENTOS VIGILADOS: ' WS-MOVS-LEIDOS
                  '   SIN CLIENTE: ' WS-MOVS-SIN-CLIENTE
                  '   SALIDAS REDONDAS: ' WS-SALIDAS-LEIDAS
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE ALERTAS-RECORD-OUT FROM WS-LINEA-RPT
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'ALERTAS NUEVAS: ' WS-ALERTAS-NUEVAS
                  '  (P ' WS-ALERTAS-PATRON(1)
                  '  V ' WS-ALERTAS-PATRON(2)
                  '  N ' WS-ALERTAS-PATRON(3)
                  '  R ' WS-ALERTAS-PATRON(4)
                  ')   SUPRIMIDAS: ' WS-ALERTAS-SUPRIMIDAS
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE ALERTAS-RECORD-OUT FROM WS-LINEA-RPT.
