       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERAR-AVISOS.
      * PROPOSITO: Fichero diario de avisos al cliente por SMS y e-mail
      * para el proveedor de mensajeria, AVISOS-CLIENTES.DAT, con un
      * registro por evento y cliente. Con fecha de negocio F recoge:
      *  'IM' recibos impagados de IMPAGADOS.DAT (si DOMICILIACIONES
      *       cerro su ciclo de F).
      *  'OS' ordenes permanentes suspendidas en F, de
      *       ORDENES-SUSPENDIDAS.DAT (si GENERAR-ORDENES cerro su
      *       ciclo de F).
      *  'CI' cuentas declaradas inactivas en F por DETECTAR-INACTIVAS
      *       (CUENTAS-INACTIVAS.DAT).
      *  'SB' cuentas con movimientos en F cuyo saldo final queda por
      *       debajo del umbral de saldo del cliente.
      *  'MI' movimientos de F por importe igual o superior al umbral
      *       de movimiento del cliente.
      *  'TD' transferencias a otras entidades devueltas, reabonadas
      *       en F por CONCILIAR-INTERBANCARIA (HR-CONTRA-REF
      *       'DEVUELTA ...').
      * El contacto y las preferencias salen de CLIENTES.DAT (cliente
      * de la cuenta, MR-CLIENTE-ID). Canal del aviso: 'S' SMS, 'E'
      * e-mail, 'A' ambos; un canal cuenta si el cliente lo acepta y
      * tiene el dato informado. Los avisos que no pueden enviarse
      * (cuenta sin cliente, o cliente que acepta avisos sin movil ni
      * e-mail) se detallan en AVISOS-CLIENTES.RPT; los de clientes
      * que no aceptan ningun aviso solo se cuentan.
      *-----------------------------------------------------------------------*
      *CAMBIOS:
      *C0001 --> Fecha: 15/10/2026
      *          Descripción: Programa nuevo. Guardas de fecha de
      *                       negocio, doble ejecucion con override y
      *                       modo desatendido como VIGILAR-
      *                       TRANSFERENCIAS. Fichero de trabajo
      *                       indexado reconstruido en cada arranque
      *                       para las cuentas movidas en el dia.
      *
      *C0002 --> Fecha: 15/10/2026
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

      *  Respuestas de la ejecucion desatendida.
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

      *  Recibos devueltos por DOMICILIACIONES en su ultima ejecucion.
           SELECT IMPAGADOS-IN  ASSIGN TO 'IMPAGADOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMPAGADOS-STATUS.

      *  Ordenes suspendidas por GENERAR-ORDENES en su ultima ejecucion.
           SELECT SUSPENDIDAS-IN  ASSIGN TO 'ORDENES-SUSPENDIDAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENDIDAS-STATUS.

      *  Declaraciones de inactividad de todas las ejecuciones.
           SELECT INACTIVAS-IN  ASSIGN TO 'CUENTAS-INACTIVAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INACTIVAS-STATUS.

      *  Cuentas con movimientos en el dia (aviso de saldo bajo).
           SELECT MOVIDAS-TRABAJO  ASSIGN TO 'MOVIDAS-AVISOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MV-CUENTA
               FILE STATUS IS WS-MOVIDAS-STATUS.

           SELECT AVISOS-OUT  ASSIGN TO 'AVISOS-CLIENTES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AVISOS-RPT  ASSIGN TO 'AVISOS-CLIENTES.RPT'
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
           05 CL-MOVIL              PIC X(15).
           05 CL-EMAIL              PIC X(50).
           05 CL-AVISO-SMS          PIC X(1).
              88 CL-QUIERE-SMS      VALUE 'S'.
           05 CL-AVISO-EMAIL        PIC X(1).
              88 CL-QUIERE-EMAIL    VALUE 'S'.
      *    Umbrales de aviso; cero = sin aviso.
           05 CL-UMBRAL-SALDO       PIC 9(8)V99.
           05 CL-UMBRAL-MOVIMIENTO  PIC 9(8)V99.
 C0002*    Documento de identidad: tipo, pais de expedicion y fecha
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

      * Mismo layout que en DOMICILIACIONES.
       FD  IMPAGADOS-IN.
       01  IMPAGADO-RECORD-IN.
           05 IM-EMISOR       PIC 9(4).
           05 IM-CUENTA-NUM   PIC 9(10).
           05 IM-CANTIDAD     PIC 9(8)V99.
           05 IM-DIVISA       PIC X(3).
           05 IM-REFERENCIA   PIC X(20).
           05 IM-MOTIVO       PIC X(30).

      * Mismo layout que en GENERAR-ORDENES.
       FD  SUSPENDIDAS-IN.
       01  SUSPENDIDA-RECORD-IN.
           05 SO-ORDEN-ID       PIC 9(6).
           05 SO-CUENTA-ORIGEN  PIC 9(10).
           05 SO-CUENTA-DESTINO PIC 9(10).
           05 SO-CANTIDAD       PIC 9(8)V99.
           05 SO-DIVISA         PIC X(3).
           05 SO-FECHA          PIC 9(8).
           05 SO-FALLOS         PIC 9(2).

      * Mismo layout que en DETECTAR-INACTIVAS.
       FD  INACTIVAS-IN.
       01  INACTIVA-RECORD-IN.
           05 IN-CUENTA-NUM       PIC 9(10).
           05 IN-CLIENTE-ID       PIC 9(8).
           05 IN-FECHA-DECLARA    PIC 9(8).
           05 IN-FECHA-ULT-MOV    PIC 9(8).

       FD  MOVIDAS-TRABAJO.
       01  MV-REGISTRO.
           05 MV-CUENTA   PIC 9(10).

      * Un aviso por registro; AV-IMPORTE lleva el saldo en los avisos
      * de saldo bajo y el importe del movimiento en el resto.
       FD  AVISOS-OUT.
       01  AVISO-RECORD-OUT.
           05 AV-CLIENTE-ID   PIC 9(8).
           05 AV-CANAL        PIC X(1).
           05 AV-MOVIL        PIC X(15).
           05 AV-EMAIL        PIC X(50).
           05 AV-EVENTO       PIC X(2).
           05 AV-CUENTA-NUM   PIC 9(10).
           05 AV-IMPORTE      PIC S9(8)V99 SIGN LEADING SEPARATE.
           05 AV-DIVISA       PIC X(3).
           05 AV-FECHA        PIC 9(8).
           05 AV-TEXTO        PIC X(60).

       FD  AVISOS-RPT.
       01  AVISOS-RECORD-RPT  PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-PARAMETROS-AREAS.
           05 WS-PARAMETROS-STATUS  PIC XX.
           05 WS-PARAMETROS-EOF     PIC X VALUE 'N'.
              88 END-OF-PARAMETROS  VALUE 'S'.
           05 WS-MODO-DESATENDIDO-FLAG  PIC X VALUE 'N'.
              88 MODO-DESATENDIDO   VALUE 'S'.
           05 WS-PARAM-OVERRIDE     PIC X VALUE 'N'.
              88 OVERRIDE-AUTORIZADO  VALUE 'S'.

       01  WS-CONTROL-AREAS.
           05 WS-CONTROL-STATUS    PIC XX.
           05 WS-CONTROL-EOF-FLAG  PIC X VALUE 'N'.
              88 END-OF-CONTROL    VALUE 'S'.
           05 WS-CONTROL-OK-FLAG   PIC X VALUE 'N'.
              88 CONTROL-SUPERADO  VALUE 'S'.
           05 WS-CICLO-COMPLETO-FLAG  PIC X VALUE 'N'.
              88 CICLO-YA-COMPLETO VALUE 'S'.
      *    Los ficheros de IMPAGADOS y suspendidas se reescriben en
      *    cada ejecucion de su programa: solo son del dia si este
      *    cerro su ciclo con la fecha de negocio.
           05 WS-DOMICILIACIONES-FLAG  PIC X VALUE 'N'.
              88 DOMICILIACIONES-DEL-DIA  VALUE 'S'.
           05 WS-ORDENES-FLAG      PIC X VALUE 'N'.
              88 ORDENES-DEL-DIA   VALUE 'S'.
           05 WS-RESPUESTA-OPER    PIC X VALUE 'N'.

       01  WS-FLAGS.
           05 WS-MASTER-STATUS       PIC XX.
           05 WS-CLIENTES-STATUS     PIC XX.
           05 WS-HISTORY-STATUS      PIC XX.
           05 WS-IMPAGADOS-STATUS    PIC XX.
           05 WS-SUSPENDIDAS-STATUS  PIC XX.
           05 WS-INACTIVAS-STATUS    PIC XX.
           05 WS-MOVIDAS-STATUS      PIC XX.
           05 WS-FICHERO-EOF         PIC X VALUE 'N'.
              88 END-OF-FICHERO      VALUE 'S'.
           05 WS-ABIERTO-FLAG        PIC X VALUE 'N'.
              88 FICHEROS-ABIERTOS   VALUE 'S'.
           05 WS-CLIENTES-ABIERTO    PIC X VALUE 'N'.
              88 CLIENTES-ABIERTO    VALUE 'S'.
           05 WS-CLIENTE-HALLADO     PIC X VALUE 'N'.
              88 CLIENTE-HALLADO     VALUE 'S'.

      *  Eventos en el orden de la tabla de contadores.
       01  WS-EVENTOS-VALORES.
           05 FILLER  PIC X(32) VALUE 'IMRECIBOS IMPAGADOS            '.
           05 FILLER  PIC X(32) VALUE 'OSORDENES SUSPENDIDAS          '.
           05 FILLER  PIC X(32) VALUE 'CICUENTAS DECLARADAS INACTIVAS '.
           05 FILLER  PIC X(32) VALUE 'SBSALDO BAJO EL UMBRAL         '.
           05 FILLER  PIC X(32) VALUE 'MIMOVIMIENTOS SOBRE EL UMBRAL  '.
           05 FILLER  PIC X(32) VALUE 'TDTRANSFERENCIAS DEVUELTAS     '.
       01  WS-EVENTOS-TABLA REDEFINES WS-EVENTOS-VALORES.
           05 WS-EVENTO-DEF OCCURS 6 TIMES.
              10 WS-EVENTO-COD    PIC X(2).
              10 WS-EVENTO-DESC   PIC X(30).

       01  WS-CONTADORES.
           05 WS-EVENTO-CONT OCCURS 6 TIMES.
              10 WS-AV-DETECTADOS    PIC 9(6).
              10 WS-AV-ENVIADOS      PIC 9(6).
              10 WS-AV-SIN-CONTACTO  PIC 9(6).
              10 WS-AV-SIN-CONSENT   PIC 9(6).
           05 WS-TOTAL-ENVIADOS      PIC 9(6) VALUE ZERO.
           05 WS-TOTAL-NO-ENVIADOS   PIC 9(6) VALUE ZERO.
           05 WS-MOVS-LEIDOS         PIC 9(8) VALUE ZERO.
           05 WS-EV-IDX              PIC 9(1).

      *  Datos del aviso en curso, rellenados por cada origen antes de
      *  llamar a 800-AVISAR-CUENTA o 810-AVISAR-CLIENTE.
       01  WS-AVISO-CURSO.
           05 WS-AV-CUENTA       PIC 9(10).
           05 WS-AV-CLIENTE      PIC 9(8).
           05 WS-AV-IMPORTE      PIC S9(8)V99.
           05 WS-AV-DIVISA       PIC X(3).
           05 WS-AV-TEXTO        PIC X(60).
           05 WS-AV-CANAL        PIC X(1).
           05 WS-AV-MOTIVO       PIC X(30).

       01  WS-FECHA-ACTUAL.
           05 WS-FECHA-YYYYMMDD  PIC 9(8).

       01  WS-LINEA-RPT         PIC X(120).
       01  WS-CAMPO-NUM-EDIT    PIC -(8)9.99.
       01  WS-UMBRAL-EDIT       PIC Z(7)9.99.

       PROCEDURE DIVISION.
           PERFORM 005-CARGAR-PARAMETROS
           PERFORM 003-VERIFICAR-CONTROL-PROCESO
           IF CONTROL-SUPERADO
               PERFORM 000-INICIO-SIST
               IF FICHEROS-ABIERTOS
                   PERFORM 100-AVISOS-IMPAGADOS
                   PERFORM 200-AVISOS-SUSPENDIDAS
                   PERFORM 300-AVISOS-INACTIVAS
                   PERFORM 400-BARRER-HISTORICO
                   PERFORM 500-AVISOS-SALDO-BAJO
               END-IF
               PERFORM 900-FINALIZAR-SIST
           END-IF
           STOP RUN.

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
               DISPLAY '*** LOS AVISOS DE LA FECHA '
                       WS-FECHA-YYYYMMDD ' YA SE GENERARON ***'
               PERFORM 008-PEDIR-OVERRIDE
           END-IF.

      *  Una fecha de negocio nueva anula los cierres de la anterior.
       004-ANOTAR-REGISTRO-CONTROL.
           EVALUATE TRUE
               WHEN CP-FECHA-NEGOCIO
                   MOVE CP-FECHA TO WS-FECHA-YYYYMMDD
                   MOVE 'S' TO WS-CONTROL-OK-FLAG
                   MOVE 'N' TO WS-CICLO-COMPLETO-FLAG
                   MOVE 'N' TO WS-DOMICILIACIONES-FLAG
                   MOVE 'N' TO WS-ORDENES-FLAG
               WHEN CP-CIERRE-CICLO
                   IF CP-FECHA = WS-FECHA-YYYYMMDD
                      EVALUATE CP-PROGRAMA
                          WHEN 'GENERAR-AVISOS'
                              MOVE 'S' TO WS-CICLO-COMPLETO-FLAG
                          WHEN 'DOMICILIACIONES'
                              MOVE 'S' TO WS-DOMICILIACIONES-FLAG
                          WHEN 'GENERAR-ORDENES'
                              MOVE 'S' TO WS-ORDENES-FLAG
                      END-EVALUATE
                   END-IF
           END-EVALUATE.

       005-CARGAR-PARAMETROS.
           OPEN INPUT PARAMETROS-FILE
           IF WS-PARAMETROS-STATUS = '00'
              MOVE 'S' TO WS-MODO-DESATENDIDO-FLAG
              PERFORM UNTIL END-OF-PARAMETROS
                 READ PARAMETROS-FILE
                    AT END
                       MOVE 'S' TO WS-PARAMETROS-EOF
                    NOT AT END
                       IF PE-PROGRAMA = 'GENERAR-AVISOS'
                          AND PE-CLAVE = 'OVERRIDE'
                          MOVE PE-VALOR(1:1) TO WS-PARAM-OVERRIDE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PARAMETROS-FILE
           END-IF.

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
           DISPLAY '*** GENERACION DE AVISOS A CLIENTES ***'
           MOVE ZERO TO WS-CONTADORES
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY '*** ERROR AL ABRIR CUENTAS-INDEXADAS.DAT ***'
               DISPLAY 'FILE STATUS: ' WS-MASTER-STATUS
           ELSE
               MOVE 'S' TO WS-ABIERTO-FLAG
               OPEN INPUT CLIENTES-FILE
               IF WS-CLIENTES-STATUS = '00'
                   MOVE 'S' TO WS-CLIENTES-ABIERTO
               ELSE
                   DISPLAY 'AVISO: SIN CLIENTES.DAT (STATUS '
                           WS-CLIENTES-STATUS '); NINGUN AVISO '
                           'PODRA ENVIARSE.'
               END-IF
               OPEN OUTPUT MOVIDAS-TRABAJO
               CLOSE MOVIDAS-TRABAJO
               OPEN I-O MOVIDAS-TRABAJO
               OPEN OUTPUT AVISOS-OUT
               OPEN OUTPUT AVISOS-RPT
               PERFORM 050-CABECERA-INFORME
           END-IF.

       050-CABECERA-INFORME.
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'AVISOS A CLIENTES - FECHA DE NEGOCIO '
                  WS-FECHA-YYYYMMDD
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE AVISOS-RECORD-RPT FROM WS-LINEA-RPT
           MOVE ALL '=' TO WS-LINEA-RPT
           WRITE AVISOS-RECORD-RPT FROM WS-LINEA-RPT
           MOVE 'AVISOS NO ENVIADOS:' TO WS-LINEA-RPT
           WRITE AVISOS-RECORD-RPT FROM WS-LINEA-RPT
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'EV CUENTA     CLIENTE  MOTIVO'
                  '                         TEXTO'
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE AVISOS-RECORD-RPT FROM WS-LINEA-RPT.

      *---------------------------------------------------------------*
      * Recibos impagados de la ultima DOMICILIACIONES, solo si fue   *
      * la de hoy.                                                    *
      *---------------------------------------------------------------*
       100-AVISOS-IMPAGADOS.
           IF NOT DOMICILIACIONES-DEL-DIA
               DISPLAY 'DOMICILIACIONES NO HA CERRADO LA FECHA '
                       WS-FECHA-YYYYMMDD ': SIN AVISOS DE IMPAGADOS.'
           ELSE
               OPEN INPUT IMPAGADOS-IN
               IF WS-IMPAGADOS-STATUS = '00'
                   MOVE 'N' TO WS-FICHERO-EOF
                   MOVE 1 TO WS-EV-IDX
                   PERFORM UNTIL END-OF-FICHERO
                      READ IMPAGADOS-IN
                         AT END
                            MOVE 'S' TO WS-FICHERO-EOF
                         NOT AT END
                            PERFORM 110-AVISO-IMPAGADO
                      END-READ
                   END-PERFORM
                   CLOSE IMPAGADOS-IN
               END-IF
           END-IF.

       110-AVISO-IMPAGADO.
           MOVE IM-CUENTA-NUM TO WS-AV-CUENTA
           MOVE IM-CANTIDAD   TO WS-AV-IMPORTE
           MOVE IM-DIVISA     TO WS-AV-DIVISA
           MOVE SPACES        TO WS-AV-TEXTO
           STRING 'RECIBO IMPAGADO ' IM-REFERENCIA ' ' IM-MOTIVO
              DELIMITED BY SIZE INTO WS-AV-TEXTO
           END-STRING
           PERFORM 800-AVISAR-CUENTA.

      *---------------------------------------------------------------*
      * Ordenes permanentes que GENERAR-ORDENES suspendio hoy.        *
      *---------------------------------------------------------------*
       200-AVISOS-SUSPENDIDAS.
           IF NOT ORDENES-DEL-DIA
               DISPLAY 'GENERAR-ORDENES NO HA CERRADO LA FECHA '
                       WS-FECHA-YYYYMMDD ': SIN AVISOS DE ORDENES.'
           ELSE
               OPEN INPUT SUSPENDIDAS-IN
               IF WS-SUSPENDIDAS-STATUS = '00'
                   MOVE 'N' TO WS-FICHERO-EOF
                   MOVE 2 TO WS-EV-IDX
                   PERFORM UNTIL END-OF-FICHERO
                      READ SUSPENDIDAS-IN
                         AT END
                            MOVE 'S' TO WS-FICHERO-EOF
                         NOT AT END
                            PERFORM 210-AVISO-SUSPENDIDA
                      END-READ
                   END-PERFORM
                   CLOSE SUSPENDIDAS-IN
               END-IF
           END-IF.

       210-AVISO-SUSPENDIDA.
           MOVE SO-CUENTA-ORIGEN TO WS-AV-CUENTA
           MOVE SO-CANTIDAD      TO WS-AV-IMPORTE
           MOVE SO-DIVISA        TO WS-AV-DIVISA
           MOVE SPACES           TO WS-AV-TEXTO
           STRING 'ORDEN PERMANENTE ' SO-ORDEN-ID
                  ' SUSPENDIDA TRAS ' SO-FALLOS ' COBROS FALLIDOS'
              DELIMITED BY SIZE INTO WS-AV-TEXTO
           END-STRING
           PERFORM 800-AVISAR-CUENTA.

      *---------------------------------------------------------------*
      * Cuentas declaradas inactivas con la fecha de negocio.         *
      *---------------------------------------------------------------*
       300-AVISOS-INACTIVAS.
           OPEN INPUT INACTIVAS-IN
           IF WS-INACTIVAS-STATUS = '00'
               MOVE 'N' TO WS-FICHERO-EOF
               MOVE 3 TO WS-EV-IDX
               PERFORM UNTIL END-OF-FICHERO
                  READ INACTIVAS-IN
                     AT END
                        MOVE 'S' TO WS-FICHERO-EOF
                     NOT AT END
                        IF IN-FECHA-DECLARA = WS-FECHA-YYYYMMDD
                           PERFORM 310-AVISO-INACTIVA
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE INACTIVAS-IN
           END-IF.

       310-AVISO-INACTIVA.
           MOVE IN-CUENTA-NUM TO WS-AV-CUENTA
           MOVE ZERO          TO WS-AV-IMPORTE
           MOVE SPACES        TO WS-AV-DIVISA
           MOVE SPACES        TO WS-AV-TEXTO
           STRING 'CUENTA DECLARADA INACTIVA. ULTIMO MOVIMIENTO: '
                  IN-FECHA-ULT-MOV
              DELIMITED BY SIZE INTO WS-AV-TEXTO
           END-STRING
           MOVE IN-CLIENTE-ID TO WS-AV-CLIENTE
           PERFORM 820-LEER-CLIENTE
           PERFORM 830-GRABAR-AVISO.

      *---------------------------------------------------------------*
      * Movimientos del dia: grandes importes, transferencias         *
      * devueltas y cuentas movidas para el aviso de saldo bajo.      *
      *---------------------------------------------------------------*
       400-BARRER-HISTORICO.
           OPEN INPUT HISTORY-IN
           IF WS-HISTORY-STATUS = '00'
               MOVE 'N' TO WS-FICHERO-EOF
               PERFORM UNTIL END-OF-FICHERO
                  READ HISTORY-IN
                     AT END
                        MOVE 'S' TO WS-FICHERO-EOF
                     NOT AT END
                        IF HR-FECHA = WS-FECHA-YYYYMMDD
                           PERFORM 410-EVALUAR-MOVIMIENTO
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HISTORY-IN
           END-IF.

       410-EVALUAR-MOVIMIENTO.
           ADD 1 TO WS-MOVS-LEIDOS
           MOVE HR-CUENTA-NUM TO MV-CUENTA
           WRITE MV-REGISTRO
               INVALID KEY
                   CONTINUE
           END-WRITE
           MOVE HR-CUENTA-NUM TO WS-AV-CUENTA
           MOVE HR-CANTIDAD   TO WS-AV-IMPORTE
           MOVE HR-DIVISA     TO WS-AV-DIVISA
           MOVE SPACES        TO WS-AV-TEXTO
      *    La devolucion tiene su propio aviso y no repite como
      *    movimiento grande.
           IF HR-TIPO = 'T' AND HR-AL-HABER
              AND HR-CONTRA-REF(1:9) = 'DEVUELTA '
               MOVE 6 TO WS-EV-IDX
               STRING 'TRANSFERENCIA DEVUELTA Y REABONADA. MOTIVO: '
                      HR-CONTRA-REF(10:11)
                  DELIMITED BY SIZE INTO WS-AV-TEXTO
               END-STRING
               PERFORM 800-AVISAR-CUENTA
           ELSE
               PERFORM 420-VER-MOVIMIENTO-GRANDE
           END-IF.

      *  Solo cuenta como evento si el cliente fijo un umbral y el
      *  movimiento lo alcanza.
       420-VER-MOVIMIENTO-GRANDE.
           MOVE 5 TO WS-EV-IDX
           PERFORM 805-LEER-CUENTA-CLIENTE
           IF CLIENTE-HALLADO
              AND CL-UMBRAL-MOVIMIENTO > ZERO
              AND HR-CANTIDAD NOT < CL-UMBRAL-MOVIMIENTO
               MOVE CL-UMBRAL-MOVIMIENTO TO WS-UMBRAL-EDIT
               IF HR-AL-DEBE
                   STRING 'CARGO EN CUENTA IGUAL O SUPERIOR A '
                          WS-UMBRAL-EDIT
                      DELIMITED BY SIZE INTO WS-AV-TEXTO
                   END-STRING
               ELSE
                   STRING 'ABONO EN CUENTA IGUAL O SUPERIOR A '
                          WS-UMBRAL-EDIT
                      DELIMITED BY SIZE INTO WS-AV-TEXTO
                   END-STRING
               END-IF
               PERFORM 830-GRABAR-AVISO
           END-IF.

      *---------------------------------------------------------------*
      * Saldo final de las cuentas movidas hoy frente al umbral del   *
      * cliente. Una cuenta que sigue por debajo sin moverse no       *
      * vuelve a avisar.                                              *
      *---------------------------------------------------------------*
       500-AVISOS-SALDO-BAJO.
           MOVE 'N' TO WS-FICHERO-EOF
           MOVE 4 TO WS-EV-IDX
      *    Tras las altas de la fase anterior el fichero no tiene
      *    posicion de lectura: se recorre desde la primera cuenta.
           MOVE ZERO TO MV-CUENTA
           START MOVIDAS-TRABAJO
              KEY IS NOT LESS THAN MV-CUENTA
              INVALID KEY
                 MOVE 'S' TO WS-FICHERO-EOF
           END-START
           PERFORM UNTIL END-OF-FICHERO
              READ MOVIDAS-TRABAJO NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FICHERO-EOF
                 NOT AT END
                    PERFORM 510-VER-SALDO-CUENTA
              END-READ
           END-PERFORM.

       510-VER-SALDO-CUENTA.
           MOVE MV-CUENTA TO WS-AV-CUENTA
           PERFORM 805-LEER-CUENTA-CLIENTE
           IF CLIENTE-HALLADO
              AND NOT MR-CTA-CERRADA
              AND CL-UMBRAL-SALDO > ZERO
              AND MR-BALANCE < CL-UMBRAL-SALDO
               MOVE MR-BALANCE TO WS-AV-IMPORTE
               MOVE MR-DIVISA  TO WS-AV-DIVISA
               MOVE CL-UMBRAL-SALDO TO WS-UMBRAL-EDIT
               MOVE SPACES TO WS-AV-TEXTO
               STRING 'SALDO POR DEBAJO DE SU AVISO DE '
                      WS-UMBRAL-EDIT
                  DELIMITED BY SIZE INTO WS-AV-TEXTO
               END-STRING
               PERFORM 830-GRABAR-AVISO
           END-IF.

      *---------------------------------------------------------------*
      * Aviso sobre una cuenta: el destinatario es su cliente.        *
      *---------------------------------------------------------------*
       800-AVISAR-CUENTA.
           PERFORM 805-LEER-CUENTA-CLIENTE
           PERFORM 830-GRABAR-AVISO.

       805-LEER-CUENTA-CLIENTE.
           MOVE WS-AV-CUENTA TO MR-CUENTA-NUM
           READ MASTER-FILE
               INVALID KEY
                   MOVE ZERO TO WS-AV-CLIENTE
               NOT INVALID KEY
                   MOVE MR-CLIENTE-ID TO WS-AV-CLIENTE
           END-READ
           PERFORM 820-LEER-CLIENTE.

       820-LEER-CLIENTE.
           MOVE 'N' TO WS-CLIENTE-HALLADO
           IF WS-AV-CLIENTE NOT = ZERO AND CLIENTES-ABIERTO
               MOVE WS-AV-CLIENTE TO CL-CLIENTE-ID
               READ CLIENTES-FILE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-CLIENTE-HALLADO
               END-READ
           END-IF.

      *  Canal segun consentimiento y dato informado; sin canal, el
      *  aviso queda en el informe de control.
       830-GRABAR-AVISO.
           ADD 1 TO WS-AV-DETECTADOS(WS-EV-IDX)
           MOVE SPACE  TO WS-AV-CANAL
           MOVE SPACES TO WS-AV-MOTIVO
           IF NOT CLIENTE-HALLADO
               MOVE 'CUENTA SIN CLIENTE EN CLIENTES' TO WS-AV-MOTIVO
           ELSE
               IF CL-QUIERE-SMS AND CL-MOVIL NOT = SPACES
                   MOVE 'S' TO WS-AV-CANAL
               END-IF
               IF CL-QUIERE-EMAIL AND CL-EMAIL NOT = SPACES
                   IF WS-AV-CANAL = 'S'
                       MOVE 'A' TO WS-AV-CANAL
                   ELSE
                       MOVE 'E' TO WS-AV-CANAL
                   END-IF
               END-IF
               IF WS-AV-CANAL = SPACE
                  AND (CL-QUIERE-SMS OR CL-QUIERE-EMAIL)
                   MOVE 'SIN MOVIL NI E-MAIL INFORMADO'
                     TO WS-AV-MOTIVO
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-AV-CANAL NOT = SPACE
                   PERFORM 840-ESCRIBIR-AVISO
               WHEN WS-AV-MOTIVO NOT = SPACES
                   ADD 1 TO WS-AV-SIN-CONTACTO(WS-EV-IDX)
                   ADD 1 TO WS-TOTAL-NO-ENVIADOS
                   PERFORM 850-LINEA-NO-ENVIADO
               WHEN OTHER
                   ADD 1 TO WS-AV-SIN-CONSENT(WS-EV-IDX)
           END-EVALUATE.

       840-ESCRIBIR-AVISO.
           MOVE SPACES TO AVISO-RECORD-OUT
           MOVE CL-CLIENTE-ID TO AV-CLIENTE-ID
           MOVE WS-AV-CANAL   TO AV-CANAL
           IF WS-AV-CANAL NOT = 'E'
               MOVE CL-MOVIL  TO AV-MOVIL
           END-IF
           IF WS-AV-CANAL NOT = 'S'
               MOVE CL-EMAIL  TO AV-EMAIL
           END-IF
           MOVE WS-EVENTO-COD(WS-EV-IDX) TO AV-EVENTO
           MOVE WS-AV-CUENTA      TO AV-CUENTA-NUM
           MOVE WS-AV-IMPORTE     TO AV-IMPORTE
           MOVE WS-AV-DIVISA      TO AV-DIVISA
           MOVE WS-FECHA-YYYYMMDD TO AV-FECHA
           MOVE WS-AV-TEXTO       TO AV-TEXTO
           WRITE AVISO-RECORD-OUT
           ADD 1 TO WS-AV-ENVIADOS(WS-EV-IDX)
           ADD 1 TO WS-TOTAL-ENVIADOS.

       850-LINEA-NO-ENVIADO.
           MOVE SPACES TO WS-LINEA-RPT
           STRING WS-EVENTO-COD(WS-EV-IDX) ' ' WS-AV-CUENTA
                  ' ' WS-AV-CLIENTE ' ' WS-AV-MOTIVO ' ' WS-AV-TEXTO
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE AVISOS-RECORD-RPT FROM WS-LINEA-RPT.

       900-FINALIZAR-SIST.
           IF FICHEROS-ABIERTOS
               PERFORM 910-ESCRIBIR-RESUMEN
               CLOSE MASTER-FILE, MOVIDAS-TRABAJO, AVISOS-OUT,
                     AVISOS-RPT
               IF CLIENTES-ABIERTO
                   CLOSE CLIENTES-FILE
               END-IF
               PERFORM 905-GRABAR-CIERRE-CICLO
           END-IF
           DISPLAY '--- GENERACION DE AVISOS FINALIZADA ---'
           DISPLAY WS-TOTAL-ENVIADOS ' AVISOS ENVIADOS, '
                   WS-TOTAL-NO-ENVIADOS ' SIN DATOS DE CONTACTO.'.

      *  Anota el cierre del ciclo en CONTROL-PROCESO.DAT.
       905-GRABAR-CIERRE-CICLO.
           OPEN EXTEND CONTROL-FILE
           MOVE SPACES TO CONTROL-RECORD
           MOVE 'C' TO CP-TIPO
           MOVE WS-FECHA-YYYYMMDD TO CP-FECHA
           MOVE 'GENERAR-AVISOS' TO CP-PROGRAMA
           WRITE CONTROL-RECORD
           CLOSE CONTROL-FILE.

       910-ESCRIBIR-RESUMEN.
           MOVE ALL '=' TO WS-LINEA-RPT
           WRITE AVISOS-RECORD-RPT FROM WS-LINEA-RPT
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'EVENTO                            DETECTADOS'
                  '  ENVIADOS  SIN CONTACTO  SIN CONSENTIMIENTO'
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE AVISOS-RECORD-RPT FROM WS-LINEA-RPT
           PERFORM VARYING WS-EV-IDX FROM 1 BY 1 UNTIL WS-EV-IDX > 6
               MOVE SPACES TO WS-LINEA-RPT
               STRING WS-EVENTO-COD(WS-EV-IDX) ' '
                      WS-EVENTO-DESC(WS-EV-IDX) '    '
                      WS-AV-DETECTADOS(WS-EV-IDX) '    '
                      WS-AV-ENVIADOS(WS-EV-IDX) '        '
                      WS-AV-SIN-CONTACTO(WS-EV-IDX) '              '
                      WS-AV-SIN-CONSENT(WS-EV-IDX)
                  DELIMITED BY SIZE INTO WS-LINEA-RPT
               END-STRING
               WRITE AVISOS-RECORD-RPT FROM WS-LINEA-RPT
           END-PERFORM
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'MOVIMIENTOS DEL DIA REVISADOS: ' WS-MOVS-LEIDOS
                  '   AVISOS ENVIADOS: ' WS-TOTAL-ENVIADOS
                  '   NO ENVIADOS: ' WS-TOTAL-NO-ENVIADOS
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE AVISOS-RECORD-RPT FROM WS-LINEA-RPT.
