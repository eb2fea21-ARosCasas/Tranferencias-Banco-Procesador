       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTABILIDAD-CLIENTES.
      * PROPOSITO: Rentabilidad mensual por cliente, que hasta ahora se
      * montaba a mano con COMISIONES.RPT, INTERES.RPT y
      * LISTADO-CUENTAS. Para el mes pedido reconstruye desde
      * TRANS-HISTORY.DAT, cuenta a cuenta, el saldo medio diario (misma
      * tecnica que LIQUIDAR-DESCUBIERTOS), las comisiones cobradas
      * ('F'), los intereses acreedores pagados ('I'), los intereses
      * deudores cobrados ('E') y el numero de movimientos por tipo, y
      * lo agrega por cliente (MR-CLIENTE-ID) y divisa:
      *   margen neto = comisiones + int. deudores - int. acreedores
      * Las cuentas se atribuyen solo a su titular principal
      * (MR-CLIENTE-ID); cotitulares y autorizados de TITULARES.DAT no
      * reparten la cuenta, para que nada se cuente dos veces. Las
      * cuentas sin cliente se agrupan en el cliente cero.
      *
      * RENTABILIDAD-CLIENTES.RPT lleva, por divisa (los importes de
      * divisas distintas no se suman), los clientes ordenados de mayor
      * a menor margen neto y, al final, los subtotales por tipo de
      * cuenta (MR-TIPO-CUENTA) y el total de cada divisa.
      *
      * MES: AAAAMM en PARAMETROS-EJECUCION.DAT (clave MES) o pedido
      * por consola; por defecto el mes de la fecha de negocio, que se
      * analiza del dia 1 a la fecha de negocio. Un mes anterior se
      * analiza completo. El historico ya archivado por
      * ARCHIVAR-HISTORICO no se lee: un mes archivado sale sin
      * movimientos.
      *
      * FORMATO DE RENTABILIDAD-CLIENTES.DAT (extracto para gerencia,
      * un registro por cliente y divisa, en el orden del listado):
      *   mes AAAAMM 9(6) + divisa X(3) + puesto en la divisa 9(5) +
      *   cliente 9(8) + nombre X(40) + numero de cuentas 9(4) +
      *   saldo medio S9(11)V99 (signo delante, separado) +
      *   comisiones 9(9)V99 + int. acreedores 9(9)V99 +
      *   int. deudores 9(9)V99 + margen neto S9(11)V99 (signo
      *   delante, separado) + 11 contadores 9(5) de movimientos de
      *   los tipos D R T F I E A P C N y otros, en ese orden.
      *
      * Solo lee: se puede relanzar cuantas veces haga falta. Anota un
      * cierre 'C' de la fecha de negocio por si se incluye en
      * CADENA-CIERRE.DAT.
      *-----------------------------------------------------------------------*
      *CAMBIOS:
      *C0001 --> Fecha: 15/10/2026
      *          Descripción: Programa nuevo.
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

      *  Situacion del mes por cuenta, reconstruida en cada arranque
      *  desde el historico (misma tecnica que SALDOS-DIARIOS-TRABAJO
      *  de LIQUIDAR-DESCUBIERTOS).
           SELECT CUENTAS-TRABAJO
               ASSIGN TO 'RENTABILIDAD-CUENTAS-TRABAJO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-CUENTA
               FILE STATUS IS WS-CUENTAS-TRABAJO-STATUS.

      *  Acumulado por cliente y divisa: se carga por clave y se
      *  recorre despues en secuencia.
           SELECT CLIENTES-TRABAJO
               ASSIGN TO 'RENTABILIDAD-CLIENTES-TRABAJO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-CLAVE
               FILE STATUS IS WS-CLIENTES-TRABAJO-STATUS.

      *  Clasificacion: la clave lleva el margen invertido, de modo
      *  que la lectura secuencial da cada divisa de mayor a menor
      *  margen.
           SELECT RANKING-TRABAJO
               ASSIGN TO 'RENTABILIDAD-RANKING-TRABAJO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RK-CLAVE
               FILE STATUS IS WS-RANKING-TRABAJO-STATUS.

           SELECT MASTER-FILE  ASSIGN TO 'CUENTAS-INDEXADAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MR-CUENTA-NUM
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CLIENTES-FILE  ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-CLIENTE-ID
               FILE STATUS IS WS-CLIENTES-STATUS.

           SELECT HISTORY-FILE  ASSIGN TO 'TRANS-HISTORY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT RENTABILIDAD-RPT
               ASSIGN TO 'RENTABILIDAD-CLIENTES.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXTRACTO-FILE  ASSIGN TO 'RENTABILIDAD-CLIENTES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACTO-STATUS.

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

      * Situacion de una cuenta en el mes: saldo vigente desde el dia
      * RC-DIA-DESDE (aun sin acumular), suma de los saldos diarios ya
      * cerrados, importes por tipo y movimientos contados.
       FD  CUENTAS-TRABAJO.
       01  RC-REGISTRO.
           05 RC-CUENTA          PIC 9(10).
           05 RC-SALDO           PIC S9(8)V99.
           05 RC-DIA-DESDE       PIC 9(2).
           05 RC-SUMA-SALDOS     PIC S9(12)V99.
           05 RC-COMISIONES      PIC 9(9)V99.
           05 RC-INT-ACREEDOR    PIC 9(9)V99.
           05 RC-INT-DEUDOR      PIC 9(9)V99.
           05 RC-MOVIMIENTOS     PIC 9(5) OCCURS 11 TIMES.

      * Rentabilidad de un cliente en una divisa.
       FD  CLIENTES-TRABAJO.
       01  RL-REGISTRO.
           05 RL-CLAVE.
              10 RL-CLIENTE-ID   PIC 9(8).
              10 RL-DIVISA       PIC X(3).
           05 RL-CUENTAS         PIC 9(4).
           05 RL-SALDO-MEDIO     PIC S9(11)V99.
           05 RL-COMISIONES      PIC 9(9)V99.
           05 RL-INT-ACREEDOR    PIC 9(9)V99.
           05 RL-INT-DEUDOR      PIC 9(9)V99.
           05 RL-MOVIMIENTOS     PIC 9(5) OCCURS 11 TIMES.

      * RK-ORDEN = WS-ORDEN-BASE - margen: a mayor margen, menor
      * clave.
       FD  RANKING-TRABAJO.
       01  RK-REGISTRO.
           05 RK-CLAVE.
              10 RK-DIVISA       PIC X(3).
              10 RK-ORDEN        PIC 9(12)V99.
              10 RK-CLIENTE-ID   PIC 9(8).
           05 RK-CUENTAS         PIC 9(4).
           05 RK-SALDO-MEDIO     PIC S9(11)V99.
           05 RK-COMISIONES      PIC 9(9)V99.
           05 RK-INT-ACREEDOR    PIC 9(9)V99.
           05 RK-INT-DEUDOR      PIC 9(9)V99.
           05 RK-MARGEN          PIC S9(11)V99.
           05 RK-MOVIMIENTOS     PIC 9(5) OCCURS 11 TIMES.

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
      *    Contacto y preferencias de aviso al cliente.
           05 CL-MOVIL              PIC X(15).
           05 CL-EMAIL              PIC X(50).
           05 CL-AVISO-SMS          PIC X(1).
              88 CL-QUIERE-SMS      VALUE 'S'.
           05 CL-AVISO-EMAIL        PIC X(1).
              88 CL-QUIERE-EMAIL    VALUE 'S'.
      *    Umbrales de aviso; cero = sin aviso.
           05 CL-UMBRAL-SALDO       PIC 9(8)V99.
           05 CL-UMBRAL-MOVIMIENTO  PIC 9(8)V99.
      *    Documento de identidad: tipo, pais de expedicion y fecha
      *    de caducidad (cero = sin informar).
           05 CL-TIPO-DOCUMENTO     PIC X(1).
              88 CL-DOC-DNI         VALUE 'D'.
              88 CL-DOC-NIE         VALUE 'E'.
              88 CL-DOC-PASAPORTE   VALUE 'P'.
              88 CL-DOC-OTRO        VALUE 'O'.
           05 CL-PAIS-DOCUMENTO     PIC X(2).
           05 CL-FECHA-CADUCIDAD    PIC 9(8).

      * Mismo layout que HISTORY-RECORD-OUT en BANK-TRANS-PROCESSOR.
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05 HR-CUENTA-NUM      PIC 9(10).
           05 HR-TIPO            PIC X(1).
           05 HR-CANTIDAD        PIC 9(8)V99.
           05 HR-BALANCE-RESULT  PIC S9(8)V99 SIGN LEADING SEPARATE.
           05 HR-FECHA           PIC 9(8).
           05 HR-FECHA-DESGLOSE REDEFINES HR-FECHA.
              10 HR-FECHA-AAAAMM  PIC 9(6).
              10 HR-FECHA-DD      PIC 9(2).
           05 HR-DIVISA          PIC X(3).
           05 HR-TASA-APLICADA   PIC 9(4)V9(6).
      *    Referencia unica del movimiento (CONTADOR-REFERENCIAS.DAT),
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

       FD  RENTABILIDAD-RPT.
       01  RENTABILIDAD-RECORD-OUT  PIC X(80).

       FD  EXTRACTO-FILE.
       01  EXTRACTO-RECORD.
           05 RX-MES             PIC 9(6).
           05 RX-DIVISA          PIC X(3).
           05 RX-PUESTO          PIC 9(5).
           05 RX-CLIENTE-ID      PIC 9(8).
           05 RX-NOMBRE          PIC X(40).
           05 RX-CUENTAS         PIC 9(4).
           05 RX-SALDO-MEDIO     PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 RX-COMISIONES      PIC 9(9)V99.
           05 RX-INT-ACREEDOR    PIC 9(9)V99.
           05 RX-INT-DEUDOR      PIC 9(9)V99.
           05 RX-MARGEN          PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 RX-MOVIMIENTOS     PIC 9(5) OCCURS 11 TIMES.

       WORKING-STORAGE SECTION.
      *  Modo desatendido: con PARAMETROS-EJECUCION.DAT presente el mes
      *  sale del fichero y no se pregunta nada.
       01  WS-PARAMETROS-AREAS.
           05 WS-PARAMETROS-STATUS  PIC XX.
           05 WS-PARAMETROS-EOF     PIC X VALUE 'N'.
              88 END-OF-PARAMETROS  VALUE 'S'.
           05 WS-MODO-DESATENDIDO-FLAG  PIC X VALUE 'N'.
              88 MODO-DESATENDIDO   VALUE 'S'.
           05 WS-PARAM-MES          PIC X(6) VALUE SPACES.

      *  Control de proceso: fecha de negocio.
       01  WS-CONTROL-AREAS.
           05 WS-CONTROL-STATUS    PIC XX.
           05 WS-CONTROL-EOF-FLAG  PIC X VALUE 'N'.
              88 END-OF-CONTROL    VALUE 'S'.
           05 WS-CONTROL-OK-FLAG   PIC X VALUE 'N'.
              88 CONTROL-SUPERADO  VALUE 'S'.

       01  WS-FLAGS.
           05 WS-MASTER-STATUS    PIC XX.
           05 WS-CLIENTES-STATUS  PIC XX.
           05 WS-HISTORY-STATUS   PIC XX.
           05 WS-EXTRACTO-STATUS  PIC XX.
           05 WS-CUENTAS-TRABAJO-STATUS   PIC XX.
           05 WS-CLIENTES-TRABAJO-STATUS  PIC XX.
           05 WS-RANKING-TRABAJO-STATUS   PIC XX.
           05 WS-MASTER-EOF-FLAG  PIC X VALUE 'N'.
              88 END-OF-MASTER    VALUE 'S'.
           05 WS-HISTORY-EOF      PIC X VALUE 'N'.
              88 END-OF-HISTORY   VALUE 'S'.
           05 WS-CLIENTES-TRABAJO-EOF  PIC X VALUE 'N'.
              88 END-OF-CLIENTES-TRABAJO  VALUE 'S'.
           05 WS-RANKING-EOF      PIC X VALUE 'N'.
              88 END-OF-RANKING   VALUE 'S'.
           05 WS-HAY-CLIENTES-FLAG  PIC X VALUE 'N'.
              88 HAY-CLIENTES     VALUE 'S'.

      *  Periodo analizado: del dia 1 del mes a WS-ULTIMO-DIA.
       01  WS-PERIODO.
           05 WS-MES-ENTRADA    PIC X(6) VALUE SPACES.
           05 WS-MES-ANALISIS   PIC 9(6).
           05 WS-MES-ANALISIS-DESGLOSE REDEFINES WS-MES-ANALISIS.
              10 WS-MES-AAAA    PIC 9(4).
              10 WS-MES-MM      PIC 9(2).
           05 WS-MES-NEGOCIO    PIC 9(6).
           05 WS-ULTIMO-DIA     PIC 9(2).
           05 WS-FECHA-SIGUIENTE PIC 9(8).
           05 WS-ENTERO-TRABAJO PIC 9(8).
           05 WS-FECHA-TRABAJO  PIC 9(8).

      *  Tipos de movimiento contados por separado, en el orden de
      *  RC-MOVIMIENTOS; cualquier otro suma en la posicion 11. El
      *  arrastre 'S' de ARCHIVAR-HISTORICO no es un movimiento.
       01  WS-TIPOS-AREAS.
           05 WS-TIPOS-MOVIMIENTO  PIC X(10) VALUE 'DRTFIEAPCN'.
           05 WS-TIPOS-TABLA REDEFINES WS-TIPOS-MOVIMIENTO.
              10 WS-TIPO-MOV       PIC X(1) OCCURS 10 TIMES.
           05 WS-TIPO-OTROS        PIC 9(2) VALUE 11.
           05 WS-TIPO-IDX          PIC 9(2).
           05 WS-MOV-IDX           PIC 9(2).

      *  Reconstruccion de saldos diarios.
       01  WS-SALDOS-AREAS.
           05 WS-DIA-HASTA      PIC 9(2).
           05 WS-DIAS-TRAMO     PIC 9(3).
           05 WS-SALDO-PREVIO   PIC S9(8)V99.
           05 WS-SALDO-MEDIO    PIC S9(8)V99.

      *  Base de la clave de clasificacion (ver RK-ORDEN).
       01  WS-ORDEN-BASE        PIC 9(12)V99 VALUE 100000000000.

      *  Subtotales por divisa y tipo de cuenta.
       01  WS-SUBTOTALES-AREAS.
           05 WS-SUB-TOTAL  PIC 9(3) VALUE ZERO.
           05 WS-SUB-IDX    PIC 9(3) VALUE ZERO.
           05 WS-SUB-IDX2   PIC 9(3) VALUE ZERO.
           05 WS-SUB-MAX    PIC 9(3) VALUE 60.
           05 WS-SUB-HALLADO-FLAG  PIC X VALUE 'N'.
              88 SUB-HALLADO       VALUE 'S'.
           05 WS-SUB-TABLA OCCURS 60 TIMES.
              10 WS-SUB-DIVISA       PIC X(3).
              10 WS-SUB-TIPO         PIC X(1).
              10 WS-SUB-LISTADO      PIC X(1).
              10 WS-SUB-CUENTAS      PIC 9(5).
              10 WS-SUB-SALDO-MEDIO  PIC S9(13)V99.
              10 WS-SUB-COMISIONES   PIC 9(11)V99.
              10 WS-SUB-INT-ACREEDOR PIC 9(11)V99.
              10 WS-SUB-INT-DEUDOR   PIC 9(11)V99.

      *  Total de la divisa que se esta listando.
       01  WS-TOTAL-DIVISA.
           05 WS-TD-DIVISA        PIC X(3).
           05 WS-TD-CUENTAS       PIC 9(5).
           05 WS-TD-SALDO-MEDIO   PIC S9(13)V99.
           05 WS-TD-COMISIONES    PIC 9(11)V99.
           05 WS-TD-INT-ACREEDOR  PIC 9(11)V99.
           05 WS-TD-INT-DEUDOR    PIC 9(11)V99.
           05 WS-TD-MARGEN        PIC S9(13)V99.

      *  Listado clasificado.
       01  WS-RANKING-AREAS.
           05 WS-DIVISA-ANTERIOR  PIC X(3) VALUE SPACES.
           05 WS-PUESTO           PIC 9(5) VALUE ZERO.
           05 WS-NOMBRE-CLIENTE   PIC X(40).
           05 WS-MARGEN           PIC S9(11)V99.

       01  WS-CONTADORES.
           05 WS-CUENTAS-LEIDAS      PIC 9(5) VALUE ZERO.
           05 WS-MOVS-LEIDOS         PIC 9(8) VALUE ZERO.
           05 WS-MOVS-DEL-MES        PIC 9(8) VALUE ZERO.
           05 WS-CLIENTES-LISTADOS   PIC 9(5) VALUE ZERO.
           05 WS-CLIENTES-NO-HALLADOS PIC 9(5) VALUE ZERO.

       01  WS-FECHA-ACTUAL.
           05 WS-FECHA-YYYYMMDD  PIC 9(8).

       01  WS-LINEA-RPT         PIC X(80).
       01  WS-LINEA-PTR         PIC 9(3).
       01  WS-PUESTO-EDIT       PIC Z(4)9.
       01  WS-CUENTAS-EDIT      PIC Z(3)9.
       01  WS-MOVS-EDIT         PIC Z(4)9.
       01  WS-CAMPO-NUM-EDIT    PIC -(10)9.99.
       01  WS-CAMPO-NUM-EDIT2   PIC -(10)9.99.
       01  WS-CAMPO-NUM-EDIT3   PIC -(10)9.99.
       01  WS-CAMPO-NUM-EDIT4   PIC -(10)9.99.
       01  WS-TIPO-CUENTA-TXT   PIC X(12).

       PROCEDURE DIVISION.
      *    Sin fecha de negocio o con un mes no valido no se analiza
      *    nada.
           PERFORM 005-CARGAR-PARAMETROS
           PERFORM 003-VERIFICAR-CONTROL-PROCESO
           IF CONTROL-SUPERADO
               PERFORM 009-FIJAR-PERIODO
           END-IF
           IF CONTROL-SUPERADO
               PERFORM 000-INICIO-SIST
               PERFORM 100-PROCESAR-CUENTA
                   UNTIL END-OF-MASTER
               PERFORM 500-CLASIFICAR-CLIENTES
               PERFORM 600-LISTAR-CLASIFICACION
               PERFORM 800-LISTAR-SUBTOTALES
               PERFORM 900-FINALIZAR-SIST
           END-IF
           STOP RUN.

      *  Lee CONTROL-PROCESO.DAT: la 'F' fija la fecha de negocio.
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
                       IF PE-PROGRAMA = 'RENTABILIDAD-CLIENTES'
                          PERFORM 006-ANOTAR-PARAMETRO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PARAMETROS-FILE
           END-IF.

       006-ANOTAR-PARAMETRO.
           EVALUATE PE-CLAVE
               WHEN 'MES'
                   MOVE PE-VALOR(1:6) TO WS-PARAM-MES
           END-EVALUATE.

      *  Mes a analizar: parametro, consola o mes de negocio. No puede
      *  ser posterior al mes de negocio. El mes de negocio se analiza
      *  hasta la fecha de negocio; uno anterior, hasta su ultimo dia.
       009-FIJAR-PERIODO.
           MOVE WS-FECHA-YYYYMMDD(1:6) TO WS-MES-NEGOCIO
           IF MODO-DESATENDIDO
               MOVE WS-PARAM-MES TO WS-MES-ENTRADA
           ELSE
               DISPLAY 'MES A ANALIZAR (AAAAMM; EN BLANCO = MES DE '
                       'NEGOCIO ' WS-MES-NEGOCIO '): '
               ACCEPT WS-MES-ENTRADA
           END-IF
           IF WS-MES-ENTRADA = SPACES
               MOVE WS-MES-NEGOCIO TO WS-MES-ANALISIS
           ELSE
               IF WS-MES-ENTRADA IS NOT NUMERIC
                   DISPLAY '*** MES NO VALIDO: ' WS-MES-ENTRADA ' ***'
                   MOVE 'N' TO WS-CONTROL-OK-FLAG
               ELSE
                   MOVE WS-MES-ENTRADA TO WS-MES-ANALISIS
               END-IF
           END-IF
           IF CONTROL-SUPERADO
               IF WS-MES-MM < 1 OR WS-MES-MM > 12
                  OR WS-MES-AAAA < 1900
                  OR WS-MES-ANALISIS > WS-MES-NEGOCIO
                   DISPLAY '*** MES NO VALIDO: ' WS-MES-ANALISIS ' ***'
                   MOVE 'N' TO WS-CONTROL-OK-FLAG
               ELSE
                   PERFORM 010-FIJAR-ULTIMO-DIA
               END-IF
           END-IF.

      *  Ultimo dia analizado: la fecha de negocio en el mes en curso;
      *  en un mes anterior, su ultimo dia natural.
       010-FIJAR-ULTIMO-DIA.
           IF WS-MES-ANALISIS = WS-MES-NEGOCIO
               MOVE WS-FECHA-YYYYMMDD(7:2) TO WS-ULTIMO-DIA
           ELSE
      *        Ultimo dia del mes = dia 1 del mes siguiente - 1.
               IF WS-MES-MM = 12
                   COMPUTE WS-FECHA-SIGUIENTE =
                      (WS-MES-AAAA + 1) * 10000 + 0101
               ELSE
                   COMPUTE WS-FECHA-SIGUIENTE =
                      (WS-MES-ANALISIS + 1) * 100 + 1
               END-IF
               COMPUTE WS-ENTERO-TRABAJO =
                  FUNCTION INTEGER-OF-DATE(WS-FECHA-SIGUIENTE) - 1
               COMPUTE WS-FECHA-TRABAJO =
                  FUNCTION DATE-OF-INTEGER(WS-ENTERO-TRABAJO)
               MOVE WS-FECHA-TRABAJO(7:2) TO WS-ULTIMO-DIA
           END-IF.

       000-INICIO-SIST.
           DISPLAY '*** RENTABILIDAD MENSUAL POR CLIENTE ***'
           DISPLAY 'MES ANALIZADO: ' WS-MES-ANALISIS ' (DIAS 01 A '
                   WS-ULTIMO-DIA ')'
           PERFORM 015-RECONSTRUIR-CUENTAS
           OPEN OUTPUT CLIENTES-TRABAJO
           CLOSE CLIENTES-TRABAJO
           OPEN I-O CLIENTES-TRABAJO
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY '*** ERROR AL ABRIR CUENTAS-INDEXADAS.DAT ***'
               DISPLAY 'FILE STATUS: ' WS-MASTER-STATUS
               MOVE 'S' TO WS-MASTER-EOF-FLAG
           ELSE
               MOVE ZERO TO MR-CUENTA-NUM
               START MASTER-FILE KEY IS NOT LESS THAN MR-CUENTA-NUM
                  INVALID KEY CONTINUE
               END-START
               PERFORM 110-READ-MASTER-FILE
           END-IF.

      *  Una pasada por el historico (en orden de grabacion). Cada
      *  linea de un mes anterior deja el saldo de apertura; cada linea
      *  del periodo cierra los dias transcurridos con el saldo vigente,
      *  fija el nuevo y se cuenta; una linea posterior solo sirve para
      *  deducir la apertura de una cuenta sin lineas anteriores.
       015-RECONSTRUIR-CUENTAS.
           OPEN OUTPUT CUENTAS-TRABAJO
           CLOSE CUENTAS-TRABAJO
           OPEN I-O CUENTAS-TRABAJO
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
               MOVE 'S' TO WS-HISTORY-EOF
           END-IF
           PERFORM UNTIL END-OF-HISTORY
              READ HISTORY-FILE
                 AT END
                    MOVE 'S' TO WS-HISTORY-EOF
                 NOT AT END
                    ADD 1 TO WS-MOVS-LEIDOS
                    EVALUATE TRUE
                       WHEN HR-FECHA-AAAAMM < WS-MES-ANALISIS
                          PERFORM 016-ANOTAR-SALDO-APERTURA
                       WHEN HR-FECHA-AAAAMM = WS-MES-ANALISIS
                            AND HR-FECHA-DD <= WS-ULTIMO-DIA
                          PERFORM 017-ANOTAR-MOVIMIENTO-DEL-MES
                       WHEN OTHER
                          PERFORM 014-ANOTAR-LINEA-POSTERIOR
                    END-EVALUATE
              END-READ
           END-PERFORM
           IF WS-HISTORY-STATUS = '00' OR WS-HISTORY-STATUS = '10'
              CLOSE HISTORY-FILE
           END-IF.

      *  Cuenta sin lineas hasta el final del periodo: el saldo previo
      *  a su primera linea posterior rigio todo el periodo.
       014-ANOTAR-LINEA-POSTERIOR.
           MOVE HR-CUENTA-NUM TO RC-CUENTA
           READ CUENTAS-TRABAJO
              INVALID KEY
                 PERFORM 018-DEDUCIR-SALDO-APERTURA
                 MOVE HR-CUENTA-NUM TO RC-CUENTA
                 PERFORM 013-INICIAR-CUENTA
                 WRITE RC-REGISTRO
           END-READ.

      *  Situacion inicial de la cuenta de RC-CUENTA: WS-SALDO-PREVIO
      *  desde el dia 1 y nada acumulado.
       013-INICIAR-CUENTA.
           MOVE WS-SALDO-PREVIO TO RC-SALDO
           MOVE 1               TO RC-DIA-DESDE
           MOVE ZERO            TO RC-SUMA-SALDOS
           MOVE ZERO            TO RC-COMISIONES
           MOVE ZERO            TO RC-INT-ACREEDOR
           MOVE ZERO            TO RC-INT-DEUDOR
           PERFORM VARYING WS-MOV-IDX FROM 1 BY 1
              UNTIL WS-MOV-IDX > WS-TIPO-OTROS
              MOVE ZERO TO RC-MOVIMIENTOS(WS-MOV-IDX)
           END-PERFORM.

       016-ANOTAR-SALDO-APERTURA.
           MOVE HR-BALANCE-RESULT TO WS-SALDO-PREVIO
           MOVE HR-CUENTA-NUM TO RC-CUENTA
           READ CUENTAS-TRABAJO
              INVALID KEY
                 MOVE HR-CUENTA-NUM TO RC-CUENTA
                 PERFORM 013-INICIAR-CUENTA
                 WRITE RC-REGISTRO
              NOT INVALID KEY
                 MOVE HR-BALANCE-RESULT TO RC-SALDO
                 REWRITE RC-REGISTRO
           END-READ.

       017-ANOTAR-MOVIMIENTO-DEL-MES.
           ADD 1 TO WS-MOVS-DEL-MES
           MOVE HR-CUENTA-NUM TO RC-CUENTA
           READ CUENTAS-TRABAJO
              INVALID KEY
      *          Sin lineas anteriores (cuenta nueva o historico ya
      *          archivado): la apertura se deduce del primer apunte.
                 PERFORM 018-DEDUCIR-SALDO-APERTURA
                 MOVE HR-CUENTA-NUM TO RC-CUENTA
                 PERFORM 013-INICIAR-CUENTA
                 WRITE RC-REGISTRO
           END-READ
           MOVE HR-FECHA-DD TO WS-DIA-HASTA
           PERFORM 019-ACUMULAR-DIAS
           MOVE HR-BALANCE-RESULT TO RC-SALDO
           MOVE HR-FECHA-DD       TO RC-DIA-DESDE
           IF HR-TIPO NOT = 'S'
              PERFORM 020-CONTAR-MOVIMIENTO
           END-IF
           REWRITE RC-REGISTRO.

      *  Saldo antes del apunte: el resultado deshaciendo el importe
      *  segun su sentido. Las lineas sin sentido grabado lo deducen
      *  del tipo (como ANULAR-MOVIMIENTO); un arrastre 'S' ya es un
      *  saldo.
       018-DEDUCIR-SALDO-APERTURA.
           MOVE HR-BALANCE-RESULT TO WS-SALDO-PREVIO
           IF HR-TIPO NOT = 'S'
              EVALUATE TRUE
                 WHEN HR-AL-DEBE
                 WHEN HR-SIGNO = SPACE
                      AND (HR-TIPO = 'R' OR HR-TIPO = 'F')
                    ADD HR-CANTIDAD TO WS-SALDO-PREVIO
                 WHEN HR-AL-HABER
                 WHEN HR-SIGNO = SPACE
                      AND (HR-TIPO = 'D' OR HR-TIPO = 'I')
                    SUBTRACT HR-CANTIDAD FROM WS-SALDO-PREVIO
              END-EVALUATE
           END-IF.

      *  Suma en RC-REGISTRO los saldos de los dias de RC-DIA-DESDE a
      *  WS-DIA-HASTA - 1, todos con el saldo RC-SALDO.
       019-ACUMULAR-DIAS.
           IF WS-DIA-HASTA > RC-DIA-DESDE
              COMPUTE WS-DIAS-TRAMO = WS-DIA-HASTA - RC-DIA-DESDE
              COMPUTE RC-SUMA-SALDOS = RC-SUMA-SALDOS
                 + RC-SALDO * WS-DIAS-TRAMO
           END-IF.

      *  Importes que entran en el margen y contador por tipo.
       020-CONTAR-MOVIMIENTO.
           EVALUATE HR-TIPO
               WHEN 'F'
                   ADD HR-CANTIDAD TO RC-COMISIONES
               WHEN 'I'
                   ADD HR-CANTIDAD TO RC-INT-ACREEDOR
               WHEN 'E'
                   ADD HR-CANTIDAD TO RC-INT-DEUDOR
           END-EVALUATE
           MOVE WS-TIPO-OTROS TO WS-TIPO-IDX
           PERFORM VARYING WS-MOV-IDX FROM 1 BY 1
              UNTIL WS-MOV-IDX >= WS-TIPO-OTROS
              IF WS-TIPO-MOV(WS-MOV-IDX) = HR-TIPO
                 MOVE WS-MOV-IDX TO WS-TIPO-IDX
              END-IF
           END-PERFORM
           ADD 1 TO RC-MOVIMIENTOS(WS-TIPO-IDX).

       100-PROCESAR-CUENTA.
           ADD 1 TO WS-CUENTAS-LEIDAS
           PERFORM 210-CERRAR-CUENTA
           PERFORM 220-ACUMULAR-CLIENTE
           PERFORM 230-ACUMULAR-SUBTOTAL
           PERFORM 110-READ-MASTER-FILE.

       110-READ-MASTER-FILE.
           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-MASTER-EOF-FLAG
           END-READ.

      *  Cierra los dias que faltan hasta el final del periodo y saca
      *  el saldo medio. Sin linea alguna en el historico el saldo del
      *  maestro ha regido todo el periodo.
       210-CERRAR-CUENTA.
           MOVE MR-CUENTA-NUM TO RC-CUENTA
           READ CUENTAS-TRABAJO
              INVALID KEY
                 MOVE MR-BALANCE    TO WS-SALDO-PREVIO
                 MOVE MR-CUENTA-NUM TO RC-CUENTA
                 PERFORM 013-INICIAR-CUENTA
           END-READ
           COMPUTE WS-DIA-HASTA = WS-ULTIMO-DIA + 1
           PERFORM 019-ACUMULAR-DIAS
           COMPUTE WS-SALDO-MEDIO ROUNDED =
              RC-SUMA-SALDOS / WS-ULTIMO-DIA.

      *  Suma la cuenta en su cliente y divisa.
       220-ACUMULAR-CLIENTE.
           MOVE MR-CLIENTE-ID TO RL-CLIENTE-ID
           MOVE MR-DIVISA     TO RL-DIVISA
           READ CLIENTES-TRABAJO
              INVALID KEY
                 MOVE ZERO TO RL-CUENTAS
                 MOVE ZERO TO RL-SALDO-MEDIO
                 MOVE ZERO TO RL-COMISIONES
                 MOVE ZERO TO RL-INT-ACREEDOR
                 MOVE ZERO TO RL-INT-DEUDOR
                 PERFORM VARYING WS-MOV-IDX FROM 1 BY 1
                    UNTIL WS-MOV-IDX > WS-TIPO-OTROS
                    MOVE ZERO TO RL-MOVIMIENTOS(WS-MOV-IDX)
                 END-PERFORM
                 PERFORM 225-SUMAR-CUENTA-CLIENTE
                 WRITE RL-REGISTRO
              NOT INVALID KEY
                 PERFORM 225-SUMAR-CUENTA-CLIENTE
                 REWRITE RL-REGISTRO
           END-READ.

       225-SUMAR-CUENTA-CLIENTE.
           ADD 1               TO RL-CUENTAS
           ADD WS-SALDO-MEDIO  TO RL-SALDO-MEDIO
           ADD RC-COMISIONES   TO RL-COMISIONES
           ADD RC-INT-ACREEDOR TO RL-INT-ACREEDOR
           ADD RC-INT-DEUDOR   TO RL-INT-DEUDOR
           PERFORM VARYING WS-MOV-IDX FROM 1 BY 1
              UNTIL WS-MOV-IDX > WS-TIPO-OTROS
              ADD RC-MOVIMIENTOS(WS-MOV-IDX)
                  TO RL-MOVIMIENTOS(WS-MOV-IDX)
           END-PERFORM.

      *  Suma la cuenta en el subtotal de su divisa y tipo de cuenta.
       230-ACUMULAR-SUBTOTAL.
           MOVE 'N' TO WS-SUB-HALLADO-FLAG
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
              UNTIL WS-SUB-IDX > WS-SUB-TOTAL OR SUB-HALLADO
              IF WS-SUB-DIVISA(WS-SUB-IDX) = MR-DIVISA
                 AND WS-SUB-TIPO(WS-SUB-IDX) = MR-TIPO-CUENTA
                 MOVE 'S' TO WS-SUB-HALLADO-FLAG
              END-IF
           END-PERFORM
      *    El PERFORM VARYING deja el indice una posicion mas alla de
      *    la entrada hallada (mismo ajuste que 328 del procesador).
           IF SUB-HALLADO
              SUBTRACT 1 FROM WS-SUB-IDX
           ELSE
              IF WS-SUB-TOTAL < WS-SUB-MAX
                 ADD 1 TO WS-SUB-TOTAL
                 MOVE WS-SUB-TOTAL   TO WS-SUB-IDX
                 MOVE MR-DIVISA      TO WS-SUB-DIVISA(WS-SUB-IDX)
                 MOVE MR-TIPO-CUENTA TO WS-SUB-TIPO(WS-SUB-IDX)
                 MOVE 'N'  TO WS-SUB-LISTADO(WS-SUB-IDX)
                 MOVE ZERO TO WS-SUB-CUENTAS(WS-SUB-IDX)
                 MOVE ZERO TO WS-SUB-SALDO-MEDIO(WS-SUB-IDX)
                 MOVE ZERO TO WS-SUB-COMISIONES(WS-SUB-IDX)
                 MOVE ZERO TO WS-SUB-INT-ACREEDOR(WS-SUB-IDX)
                 MOVE ZERO TO WS-SUB-INT-DEUDOR(WS-SUB-IDX)
              ELSE
                 DISPLAY '*** TABLA DE SUBTOTALES LLENA: CUENTA '
                         MR-CUENTA-NUM ' FUERA DE SUBTOTALES ***'
                 MOVE ZERO TO WS-SUB-IDX
              END-IF
           END-IF
           IF WS-SUB-IDX > ZERO
              ADD 1               TO WS-SUB-CUENTAS(WS-SUB-IDX)
              ADD WS-SALDO-MEDIO  TO WS-SUB-SALDO-MEDIO(WS-SUB-IDX)
              ADD RC-COMISIONES   TO WS-SUB-COMISIONES(WS-SUB-IDX)
              ADD RC-INT-ACREEDOR TO WS-SUB-INT-ACREEDOR(WS-SUB-IDX)
              ADD RC-INT-DEUDOR   TO WS-SUB-INT-DEUDOR(WS-SUB-IDX)
           END-IF.

      *  Pasa cada cliente y divisa al fichero de clasificacion con su
      *  margen neto.
       500-CLASIFICAR-CLIENTES.
           OPEN OUTPUT RANKING-TRABAJO
           MOVE LOW-VALUES TO RL-CLAVE
           START CLIENTES-TRABAJO KEY IS NOT LESS THAN RL-CLAVE
              INVALID KEY
                 MOVE 'S' TO WS-CLIENTES-TRABAJO-EOF
           END-START
           PERFORM UNTIL END-OF-CLIENTES-TRABAJO
              READ CLIENTES-TRABAJO NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-CLIENTES-TRABAJO-EOF
                 NOT AT END
                    PERFORM 510-ESCRIBIR-CLASIFICACION
              END-READ
           END-PERFORM
           CLOSE RANKING-TRABAJO.

       510-ESCRIBIR-CLASIFICACION.
           COMPUTE WS-MARGEN = RL-COMISIONES + RL-INT-DEUDOR
                             - RL-INT-ACREEDOR
           MOVE RL-DIVISA       TO RK-DIVISA
           COMPUTE RK-ORDEN = WS-ORDEN-BASE - WS-MARGEN
           MOVE RL-CLIENTE-ID   TO RK-CLIENTE-ID
           MOVE RL-CUENTAS      TO RK-CUENTAS
           MOVE RL-SALDO-MEDIO  TO RK-SALDO-MEDIO
           MOVE RL-COMISIONES   TO RK-COMISIONES
           MOVE RL-INT-ACREEDOR TO RK-INT-ACREEDOR
           MOVE RL-INT-DEUDOR   TO RK-INT-DEUDOR
           MOVE WS-MARGEN       TO RK-MARGEN
           PERFORM VARYING WS-MOV-IDX FROM 1 BY 1
              UNTIL WS-MOV-IDX > WS-TIPO-OTROS
              MOVE RL-MOVIMIENTOS(WS-MOV-IDX)
                   TO RK-MOVIMIENTOS(WS-MOV-IDX)
           END-PERFORM
           WRITE RK-REGISTRO
              INVALID KEY
                 DISPLAY 'ERROR AL CLASIFICAR CLIENTE ' RL-CLIENTE-ID
                         ' ' RL-DIVISA '. STATUS: '
                         WS-RANKING-TRABAJO-STATUS
           END-WRITE.

      *  Listado clasificado y extracto: por divisa, de mayor a menor
      *  margen neto.
       600-LISTAR-CLASIFICACION.
           OPEN OUTPUT RENTABILIDAD-RPT
           OPEN OUTPUT EXTRACTO-FILE
           OPEN INPUT CLIENTES-FILE
           IF WS-CLIENTES-STATUS = '00'
               MOVE 'S' TO WS-HAY-CLIENTES-FLAG
           ELSE
               DISPLAY '*** AVISO: SIN CLIENTES.DAT (STATUS '
                       WS-CLIENTES-STATUS '); NOMBRES EN BLANCO ***'
           END-IF
           PERFORM 610-CABECERA-LISTADO
           OPEN INPUT RANKING-TRABAJO
           MOVE LOW-VALUES TO RK-CLAVE
           START RANKING-TRABAJO KEY IS NOT LESS THAN RK-CLAVE
              INVALID KEY
                 MOVE 'S' TO WS-RANKING-EOF
           END-START
           PERFORM UNTIL END-OF-RANKING
              READ RANKING-TRABAJO NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-RANKING-EOF
                 NOT AT END
                    PERFORM 620-LISTAR-CLIENTE
              END-READ
           END-PERFORM
           CLOSE RANKING-TRABAJO
           IF HAY-CLIENTES
               CLOSE CLIENTES-FILE
           END-IF.

       610-CABECERA-LISTADO.
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'RENTABILIDAD POR CLIENTE - MES ' WS-MES-ANALISIS
                  ' (DIAS 01 A ' WS-ULTIMO-DIA ')'
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE RENTABILIDAD-RECORD-OUT FROM WS-LINEA-RPT
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'MARGEN NETO = COMISIONES + INT. DEUDORES - '
                  'INT. ACREEDORES'
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE RENTABILIDAD-RECORD-OUT FROM WS-LINEA-RPT.

      *  Cabecera de cada divisa; la clasificacion empieza de nuevo.
       615-CABECERA-DIVISA.
           MOVE RK-DIVISA TO WS-DIVISA-ANTERIOR
           MOVE ZERO TO WS-PUESTO
           MOVE SPACES TO WS-LINEA-RPT
           WRITE RENTABILIDAD-RECORD-OUT FROM WS-LINEA-RPT
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'DIVISA ' RK-DIVISA
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE RENTABILIDAD-RECORD-OUT FROM WS-LINEA-RPT
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'PUESTO CLIENTE  NOMBRE                         '
                  'CTAS    SALDO MEDIO'
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE RENTABILIDAD-RECORD-OUT FROM WS-LINEA-RPT
           MOVE SPACES TO WS-LINEA-RPT
           STRING '          COMISIONES  INT.ACREEDORES   '
                  'INT.DEUDORES    MARGEN NETO'
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE RENTABILIDAD-RECORD-OUT FROM WS-LINEA-RPT
           MOVE SPACES TO WS-LINEA-RPT
           STRING '   MOVIMIENTOS POR TIPO (* = OTROS TIPOS)'
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE RENTABILIDAD-RECORD-OUT FROM WS-LINEA-RPT
           MOVE ALL '-' TO WS-LINEA-RPT
           WRITE RENTABILIDAD-RECORD-OUT FROM WS-LINEA-RPT.

       620-LISTAR-CLIENTE.
           IF RK-DIVISA NOT = WS-DIVISA-ANTERIOR
               PERFORM 615-CABECERA-DIVISA
           END-IF
           ADD 1 TO WS-PUESTO
           ADD 1 TO WS-CLIENTES-LISTADOS
           PERFORM 625-BUSCAR-NOMBRE-CLIENTE

           MOVE WS-PUESTO      TO WS-PUESTO-EDIT
           MOVE RK-CUENTAS     TO WS-CUENTAS-EDIT
           MOVE RK-SALDO-MEDIO TO WS-CAMPO-NUM-EDIT
           MOVE SPACES TO WS-LINEA-RPT
           STRING ' ' WS-PUESTO-EDIT ' ' RK-CLIENTE-ID ' '
                  WS-NOMBRE-CLIENTE(1:30) ' ' WS-CUENTAS-EDIT
                  WS-CAMPO-NUM-EDIT
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE RENTABILIDAD-RECORD-OUT FROM WS-LINEA-RPT

           MOVE RK-COMISIONES   TO WS-CAMPO-NUM-EDIT
           MOVE RK-INT-ACREEDOR TO WS-CAMPO-NUM-EDIT2
           MOVE RK-INT-DEUDOR   TO WS-CAMPO-NUM-EDIT3
           MOVE RK-MARGEN       TO WS-CAMPO-NUM-EDIT4
           MOVE SPACES TO WS-LINEA-RPT
           STRING '    ' WS-CAMPO-NUM-EDIT ' ' WS-CAMPO-NUM-EDIT2 ' '
                  WS-CAMPO-NUM-EDIT3 ' ' WS-CAMPO-NUM-EDIT4
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE RENTABILIDAD-RECORD-OUT FROM WS-LINEA-RPT

           MOVE SPACES TO WS-LINEA-RPT
           MOVE 4 TO WS-LINEA-PTR
           PERFORM VARYING WS-MOV-IDX FROM 1 BY 1
              UNTIL WS-MOV-IDX > WS-TIPO-OTROS
              MOVE RK-MOVIMIENTOS(WS-MOV-IDX) TO WS-MOVS-EDIT
              IF WS-MOV-IDX < WS-TIPO-OTROS
                 STRING WS-TIPO-MOV(WS-MOV-IDX) WS-MOVS-EDIT ' '
                    DELIMITED BY SIZE INTO WS-LINEA-RPT
                    WITH POINTER WS-LINEA-PTR
                 END-STRING
              ELSE
                 STRING '*' WS-MOVS-EDIT
                    DELIMITED BY SIZE INTO WS-LINEA-RPT
                    WITH POINTER WS-LINEA-PTR
                 END-STRING
              END-IF
           END-PERFORM
           WRITE RENTABILIDAD-RECORD-OUT FROM WS-LINEA-RPT

           PERFORM 630-ESCRIBIR-EXTRACTO.

      *  Nombre del cliente; el cliente cero agrupa las cuentas sin
      *  cliente asociado.
       625-BUSCAR-NOMBRE-CLIENTE.
           MOVE SPACES TO WS-NOMBRE-CLIENTE
           IF RK-CLIENTE-ID = ZERO
               MOVE '(CUENTAS SIN CLIENTE)' TO WS-NOMBRE-CLIENTE
           ELSE
               IF HAY-CLIENTES
                   MOVE RK-CLIENTE-ID TO CL-CLIENTE-ID
                   READ CLIENTES-FILE
                      INVALID KEY
                         ADD 1 TO WS-CLIENTES-NO-HALLADOS
                         MOVE '(CLIENTE NO ENCONTRADO)'
                              TO WS-NOMBRE-CLIENTE
                      NOT INVALID KEY
                         MOVE CL-NOMBRE TO WS-NOMBRE-CLIENTE
                   END-READ
               END-IF
           END-IF.

       630-ESCRIBIR-EXTRACTO.
           MOVE WS-MES-ANALISIS   TO RX-MES
           MOVE RK-DIVISA         TO RX-DIVISA
           MOVE WS-PUESTO         TO RX-PUESTO
           MOVE RK-CLIENTE-ID     TO RX-CLIENTE-ID
           MOVE WS-NOMBRE-CLIENTE TO RX-NOMBRE
           MOVE RK-CUENTAS        TO RX-CUENTAS
           MOVE RK-SALDO-MEDIO    TO RX-SALDO-MEDIO
           MOVE RK-COMISIONES     TO RX-COMISIONES
           MOVE RK-INT-ACREEDOR   TO RX-INT-ACREEDOR
           MOVE RK-INT-DEUDOR     TO RX-INT-DEUDOR
           MOVE RK-MARGEN         TO RX-MARGEN
           PERFORM VARYING WS-MOV-IDX FROM 1 BY 1
              UNTIL WS-MOV-IDX > WS-TIPO-OTROS
              MOVE RK-MOVIMIENTOS(WS-MOV-IDX)
                   TO RX-MOVIMIENTOS(WS-MOV-IDX)
           END-PERFORM
           WRITE EXTRACTO-RECORD.

      *  Subtotales: por cada divisa (en el orden en que aparecen en el
      *  maestro), una linea por tipo de cuenta y el total.
       800-LISTAR-SUBTOTALES.
           MOVE SPACES TO WS-LINEA-RPT
           WRITE RENTABILIDAD-RECORD-OUT FROM WS-LINEA-RPT
           MOVE ALL '=' TO WS-LINEA-RPT
           WRITE RENTABILIDAD-RECORD-OUT FROM WS-LINEA-RPT
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'SUBTOTALES POR TIPO DE CUENTA Y DIVISA - MES '
                  WS-MES-ANALISIS
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE RENTABILIDAD-RECORD-OUT FROM WS-LINEA-RPT
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'DIVISA TIPO DE CUENTA             CUENTAS    '
                  'SALDO MEDIO'
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE RENTABILIDAD-RECORD-OUT FROM WS-LINEA-RPT
           MOVE SPACES TO WS-LINEA-RPT
           STRING '          COMISIONES  INT.ACREEDORES   '
                  'INT.DEUDORES    MARGEN NETO'
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE RENTABILIDAD-RECORD-OUT FROM WS-LINEA-RPT
           MOVE ALL '-' TO WS-LINEA-RPT
           WRITE RENTABILIDAD-RECORD-OUT FROM WS-LINEA-RPT
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
              UNTIL WS-SUB-IDX > WS-SUB-TOTAL
              IF WS-SUB-LISTADO(WS-SUB-IDX) = 'N'
                 PERFORM 810-LISTAR-DIVISA
              END-IF
           END-PERFORM.

       810-LISTAR-DIVISA.
           MOVE WS-SUB-DIVISA(WS-SUB-IDX) TO WS-TD-DIVISA
           MOVE ZERO TO WS-TD-CUENTAS
           MOVE ZERO TO WS-TD-SALDO-MEDIO
           MOVE ZERO TO WS-TD-COMISIONES
           MOVE ZERO TO WS-TD-INT-ACREEDOR
           MOVE ZERO TO WS-TD-INT-DEUDOR
           PERFORM VARYING WS-SUB-IDX2 FROM WS-SUB-IDX BY 1
              UNTIL WS-SUB-IDX2 > WS-SUB-TOTAL
              IF WS-SUB-DIVISA(WS-SUB-IDX2) = WS-TD-DIVISA
                 PERFORM 820-LISTAR-TIPO-CUENTA
              END-IF
           END-PERFORM
           COMPUTE WS-TD-MARGEN = WS-TD-COMISIONES + WS-TD-INT-DEUDOR
                                - WS-TD-INT-ACREEDOR
           MOVE 'TOTAL DIVISA' TO WS-TIPO-CUENTA-TXT
           PERFORM 830-ESCRIBIR-SUBTOTAL
           MOVE SPACES TO WS-LINEA-RPT
           WRITE RENTABILIDAD-RECORD-OUT FROM WS-LINEA-RPT.

       820-LISTAR-TIPO-CUENTA.
           MOVE 'S' TO WS-SUB-LISTADO(WS-SUB-IDX2)
           ADD WS-SUB-CUENTAS(WS-SUB-IDX2)      TO WS-TD-CUENTAS
           ADD WS-SUB-SALDO-MEDIO(WS-SUB-IDX2)  TO WS-TD-SALDO-MEDIO
           ADD WS-SUB-COMISIONES(WS-SUB-IDX2)   TO WS-TD-COMISIONES
           ADD WS-SUB-INT-ACREEDOR(WS-SUB-IDX2) TO WS-TD-INT-ACREEDOR
           ADD WS-SUB-INT-DEUDOR(WS-SUB-IDX2)   TO WS-TD-INT-DEUDOR
           EVALUATE WS-SUB-TIPO(WS-SUB-IDX2)
               WHEN 'A'
                   MOVE 'AHORRO' TO WS-TIPO-CUENTA-TXT
               WHEN 'C'
                   MOVE 'CORRIENTE' TO WS-TIPO-CUENTA-TXT
               WHEN OTHER
                   MOVE SPACES TO WS-TIPO-CUENTA-TXT
                   STRING 'TIPO ' WS-SUB-TIPO(WS-SUB-IDX2)
                      DELIMITED BY SIZE INTO WS-TIPO-CUENTA-TXT
                   END-STRING
           END-EVALUATE
           MOVE WS-SUB-CUENTAS(WS-SUB-IDX2)     TO WS-CUENTAS-EDIT
           MOVE WS-SUB-SALDO-MEDIO(WS-SUB-IDX2) TO WS-CAMPO-NUM-EDIT
           MOVE SPACES TO WS-LINEA-RPT
           STRING WS-TD-DIVISA '    ' WS-TIPO-CUENTA-TXT
                  '             ' WS-CUENTAS-EDIT '  '
                  WS-CAMPO-NUM-EDIT
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE RENTABILIDAD-RECORD-OUT FROM WS-LINEA-RPT
           COMPUTE WS-MARGEN = WS-SUB-COMISIONES(WS-SUB-IDX2)
                             + WS-SUB-INT-DEUDOR(WS-SUB-IDX2)
                             - WS-SUB-INT-ACREEDOR(WS-SUB-IDX2)
           MOVE WS-SUB-COMISIONES(WS-SUB-IDX2)   TO WS-CAMPO-NUM-EDIT
           MOVE WS-SUB-INT-ACREEDOR(WS-SUB-IDX2) TO WS-CAMPO-NUM-EDIT2
           MOVE WS-SUB-INT-DEUDOR(WS-SUB-IDX2)   TO WS-CAMPO-NUM-EDIT3
           MOVE WS-MARGEN                        TO WS-CAMPO-NUM-EDIT4
           PERFORM 835-ESCRIBIR-IMPORTES.

       830-ESCRIBIR-SUBTOTAL.
           MOVE WS-TD-CUENTAS     TO WS-CUENTAS-EDIT
           MOVE WS-TD-SALDO-MEDIO TO WS-CAMPO-NUM-EDIT
           MOVE SPACES TO WS-LINEA-RPT
           STRING WS-TD-DIVISA '    ' WS-TIPO-CUENTA-TXT
                  '             ' WS-CUENTAS-EDIT '  '
                  WS-CAMPO-NUM-EDIT
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE RENTABILIDAD-RECORD-OUT FROM WS-LINEA-RPT
           MOVE WS-TD-COMISIONES   TO WS-CAMPO-NUM-EDIT
           MOVE WS-TD-INT-ACREEDOR TO WS-CAMPO-NUM-EDIT2
           MOVE WS-TD-INT-DEUDOR   TO WS-CAMPO-NUM-EDIT3
           MOVE WS-TD-MARGEN       TO WS-CAMPO-NUM-EDIT4
           PERFORM 835-ESCRIBIR-IMPORTES.

       835-ESCRIBIR-IMPORTES.
           MOVE SPACES TO WS-LINEA-RPT
           STRING '    ' WS-CAMPO-NUM-EDIT ' ' WS-CAMPO-NUM-EDIT2 ' '
                  WS-CAMPO-NUM-EDIT3 ' ' WS-CAMPO-NUM-EDIT4
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE RENTABILIDAD-RECORD-OUT FROM WS-LINEA-RPT.

       900-FINALIZAR-SIST.
           PERFORM 910-ESCRIBIR-RESUMEN
           PERFORM 905-GRABAR-CIERRE-CICLO
           IF WS-MASTER-STATUS NOT = '35'
               CLOSE MASTER-FILE
           END-IF
           CLOSE CUENTAS-TRABAJO, CLIENTES-TRABAJO, RENTABILIDAD-RPT,
                 EXTRACTO-FILE
           DISPLAY '--- RENTABILIDAD MENSUAL FINALIZADA ---'
           DISPLAY WS-CUENTAS-LEIDAS ' CUENTAS LEIDAS.'
           DISPLAY WS-CLIENTES-LISTADOS ' CLIENTES/DIVISA LISTADOS.'.

      *  Anota el cierre del ciclo en CONTROL-PROCESO.DAT.
       905-GRABAR-CIERRE-CICLO.
           OPEN EXTEND CONTROL-FILE
           MOVE SPACES TO CONTROL-RECORD
           MOVE 'C' TO CP-TIPO
           MOVE WS-FECHA-YYYYMMDD TO CP-FECHA
           MOVE 'RENTABILIDAD-CLIENTES' TO CP-PROGRAMA
           WRITE CONTROL-RECORD
           CLOSE CONTROL-FILE.

       910-ESCRIBIR-RESUMEN.
           MOVE ALL '=' TO WS-LINEA-RPT
           WRITE RENTABILIDAD-RECORD-OUT FROM WS-LINEA-RPT

           MOVE SPACES TO WS-LINEA-RPT
           STRING 'MES ANALIZADO: ' WS-MES-ANALISIS
                  '   CUENTAS LEIDAS: ' WS-CUENTAS-LEIDAS
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE RENTABILIDAD-RECORD-OUT FROM WS-LINEA-RPT

           MOVE SPACES TO WS-LINEA-RPT
           STRING 'LINEAS DE HISTORICO LEIDAS: ' WS-MOVS-LEIDOS
                  '   DEL PERIODO: ' WS-MOVS-DEL-MES
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE RENTABILIDAD-RECORD-OUT FROM WS-LINEA-RPT

           MOVE SPACES TO WS-LINEA-RPT
           STRING 'CLIENTES/DIVISA LISTADOS: ' WS-CLIENTES-LISTADOS
                  '   CLIENTES NO ENCONTRADOS: '
                  WS-CLIENTES-NO-HALLADOS
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE RENTABILIDAD-RECORD-OUT FROM WS-LINEA-RPT.
