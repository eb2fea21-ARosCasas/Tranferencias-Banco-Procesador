       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROL-DOCUMENTOS.
      * PROPOSITO: Control mensual de caducidad de los documentos de
      * identidad de los clientes (CL-TIPO-DOCUMENTO, CL-PAIS-DOCUMENTO
      * y CL-FECHA-CADUCIDAD de CLIENTES.DAT, ver NUEVA-CUENTA modo 5).
      * Con fecha de negocio F, CONTROL-DOCUMENTOS.RPT lista para las
      * oficinas, con su telefono de contacto, los clientes cuyo
      * documento:
      *   CADUCA     caduca entre F y F + DIAS-AVISO;
      *   CADUCADO   ya caduco, pero hace menos de DIAS-GRACIA dias;
      *   BLOQUEO    caduco hace mas de DIAS-GRACIA dias;
      *   SIN DATOS  no tiene la caducidad informada.
      *
      * Las cuentas no cerradas de los clientes en BLOQUEO (como
      * titular principal, MR-CLIENTE-ID, o como titular o cotitular
      * vigente en TITULARES.DAT; los autorizados no) pasan a MR-ESTADO
      * 'B'. Cada bloqueo se anota en BLOQUEOS-DOCUMENTO.DAT con el
      * estado previo de la cuenta y se audita en AUDITORIA-MANT.DAT
      * con AU-CAMPO 'BLOQUEO-DOC-CADUCADO' y AU-MODO 'D', para que se
      * distinga de un bloqueo manual (AU-CAMPO 'MR-ESTADO'). Al
      * renovar el documento con la opcion D del modo 5 de
      * NUEVA-CUENTA las cuentas recuperan su estado anterior.
      *
      * Una cuenta ya bloqueada por el documento de otro titular recibe
      * tambien el registro de este cliente (con el estado previo del
      * primer bloqueo), para que no se desbloquee hasta que renueven
      * todos. Una cuenta bloqueada a mano no se toca: solo se informa.
      *
      * Parametros en PARAMETROS-EJECUCION.DAT (programa
      * 'CONTROL-DOCUMENTOS'), con sus valores por defecto:
      *   DIAS-AVISO 60, DIAS-GRACIA 30.
      *-----------------------------------------------------------------------*
      *CAMBIOS:
      *C0001 --> Fecha: 15/10/2026
      *          Descripción: Programa nuevo. Misma guarda mensual y
      *                       modo desatendido que CALCULO-INTERES y
      *                       LIQUIDAR-DESCUBIERTOS; fichero de trabajo
      *                       indexado reconstruido en cada arranque
      *                       (tecnica de AGREGADOS-TRABAJO.DAT de
      *                       DECLARAR-RELEVANTES).
      *
      *-----------------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  Fecha de negocio y control de ciclos (ver APERTURA-DIA).
           SELECT CONTROL-FILE  ASSIGN TO 'CONTROL-PROCESO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

      *  Respuestas de la ejecucion desatendida y plazos (opcional).
           SELECT PARAMETROS-FILE  ASSIGN TO 'PARAMETROS-EJECUCION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETROS-STATUS.

      *  Recorrido completo de los clientes por su clave.
           SELECT CLIENTES-FILE  ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CL-CLIENTE-ID
               FILE STATUS IS WS-CLIENTES-STATUS.

      *  Clientes a bloquear en esta ejecucion; derivado y desechable,
      *  se reconstruye vacio en cada arranque.
           SELECT CADUCADOS-TRABAJO  ASSIGN TO 'CADUCADOS-TRABAJO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CT-CLIENTE-ID
               FILE STATUS IS WS-CADUCADOS-STATUS.

      *  ACCESS MODE DYNAMIC: recorrido secuencial completo del
      *  maestro, con REWRITE por clave sobre la cuenta leida (misma
      *  tecnica que CALCULO-INTERES).
           SELECT MASTER-FILE  ASSIGN TO 'CUENTAS-INDEXADAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MR-CUENTA-NUM
               FILE STATUS IS WS-MASTER-STATUS.

      *  Intervinientes de cada cuenta (ver NUEVA-CUENTA, modo 6);
      *  opcional.
           SELECT TITULARES-FILE  ASSIGN TO 'TITULARES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TI-CLAVE
               FILE STATUS IS WS-TITULARES-STATUS.

      *  Cuentas bloqueadas por documento caducado; NUEVA-CUENTA las
      *  desbloquea y borra al renovar el documento.
           SELECT BLOQUEOS-DOC-FILE  ASSIGN TO 'BLOQUEOS-DOCUMENTO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BD-CLAVE
               FILE STATUS IS WS-BLOQUEOS-STATUS.

      *  Pista de auditoria de mantenimiento; solo se añade.
           SELECT AUDITORIA-FILE  ASSIGN TO 'AUDITORIA-MANT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.

           SELECT DOCUMENTOS-RPT  ASSIGN TO 'CONTROL-DOCUMENTOS.RPT'
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

      * Cliente con el documento caducado mas alla de la gracia.
       FD  CADUCADOS-TRABAJO.
       01  CT-REGISTRO.
           05 CT-CLIENTE-ID       PIC 9(8).
           05 CT-FECHA-CADUCIDAD  PIC 9(8).

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

      * Mismo layout que en NUEVA-CUENTA (modo 6).
       FD  TITULARES-FILE.
       01  TITULAR-RECORD.
           05 TI-CLAVE.
              10 TI-CUENTA-NUM   PIC 9(10).
              10 TI-CLIENTE-ID   PIC 9(8).
           05 TI-ROL             PIC X(1).
              88 TI-ROL-TITULAR     VALUE 'T'.
              88 TI-ROL-COTITULAR   VALUE 'C'.
              88 TI-ROL-AUTORIZADO  VALUE 'A'.
           05 TI-FIRMA           PIC X(1).
              88 TI-FIRMA-CONJUNTA    VALUE 'C'.
              88 TI-FIRMA-INDIVIDUAL  VALUE 'I'.
           05 TI-FECHA-ALTA      PIC 9(8).
           05 TI-FECHA-BAJA      PIC 9(8).

      * Mismo layout que en NUEVA-CUENTA (su C0016).
       FD  BLOQUEOS-DOC-FILE.
       01  BLOQUEO-DOC-RECORD.
           05 BD-CLAVE.
              10 BD-CUENTA-NUM      PIC 9(10).
              10 BD-CLIENTE-ID      PIC 9(8).
           05 BD-ESTADO-ANTERIOR    PIC X(1).
           05 BD-FECHA-BLOQUEO      PIC 9(8).
           05 BD-FECHA-CADUCIDAD    PIC 9(8).

      * Mismo layout que lee LISTAR-AUDITORIA.
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

       FD  DOCUMENTOS-RPT.
       01  DOCUMENTOS-RECORD-OUT  PIC X(80).

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
           05 WS-CLIENTES-STATUS   PIC XX.
           05 WS-CADUCADOS-STATUS  PIC XX.
           05 WS-MASTER-STATUS     PIC XX.
           05 WS-TITULARES-STATUS  PIC XX.
           05 WS-BLOQUEOS-STATUS   PIC XX.
           05 WS-AUDITORIA-STATUS  PIC XX.
           05 WS-CLIENTES-EOF      PIC X VALUE 'N'.
              88 END-OF-CLIENTES   VALUE 'S'.
           05 WS-MASTER-EOF-FLAG   PIC X VALUE 'N'.
              88 END-OF-MASTER     VALUE 'S'.
           05 WS-TITULARES-FLAG    PIC X VALUE 'N'.
              88 HAY-TITULARES     VALUE 'S'.
           05 WS-TITULARES-EOF     PIC X VALUE 'N'.
              88 END-OF-TITULARES  VALUE 'S'.
           05 WS-ERROR-FLAG        PIC X VALUE 'N'.
              88 ERROR-FICHEROS    VALUE 'S'.
           05 WS-BLOQUEO-FLAG      PIC X VALUE 'N'.
              88 BLOQUEO-YA-ANOTADO  VALUE 'S'.

      *  Plazos, con sus valores por defecto (ver 007).
       01  WS-PLAZOS.
           05 WS-DIAS-AVISO       PIC 9(3) VALUE 60.
           05 WS-DIAS-GRACIA      PIC 9(3) VALUE 30.

      *  Fechas como dias enteros (FUNCTION INTEGER-OF-DATE) para
      *  sumar y restar plazos.
       01  WS-FECHAS-AREAS.
           05 WS-DIA-NEGOCIO      PIC 9(8).
           05 WS-ENTERO-TRABAJO   PIC 9(8).
           05 WS-FECHA-AVISO      PIC 9(8).
           05 WS-FECHA-GRACIA     PIC 9(8).

      *  Cliente y cuenta en curso.
       01  WS-REVISION-AREAS.
           05 WS-SITUACION        PIC X(9).
           05 WS-CONTACTO         PIC X(15).
           05 WS-CLIENTE-REVISAR  PIC 9(8).
           05 WS-ESTADO-ANTERIOR  PIC X(1).

       01  WS-CONTADORES.
           05 WS-CLIENTES-LEIDOS      PIC 9(7) VALUE ZERO.
           05 WS-CLIENTES-CADUCAN     PIC 9(7) VALUE ZERO.
           05 WS-CLIENTES-EN-GRACIA   PIC 9(7) VALUE ZERO.
           05 WS-CLIENTES-BLOQUEO     PIC 9(7) VALUE ZERO.
           05 WS-CLIENTES-SIN-DATOS   PIC 9(7) VALUE ZERO.
           05 WS-CUENTAS-LEIDAS       PIC 9(7) VALUE ZERO.
           05 WS-CUENTAS-BLOQUEADAS   PIC 9(7) VALUE ZERO.
           05 WS-CUENTAS-YA-BLOQUEADAS PIC 9(7) VALUE ZERO.
           05 WS-CUENTAS-BLOQUEO-MANUAL PIC 9(7) VALUE ZERO.

       01  WS-FECHA-ACTUAL.
           05 WS-FECHA-YYYYMMDD  PIC 9(8).

       01  WS-LINEA-RPT         PIC X(80).

       PROCEDURE DIVISION.
      *    Sin fecha de negocio o con el control del mes ya hecho
      *    (salvo override) no se bloquea nada.
           PERFORM 005-CARGAR-PARAMETROS
           PERFORM 003-VERIFICAR-CONTROL-PROCESO
           IF CONTROL-SUPERADO
               PERFORM 000-INICIO-SIST
               IF NOT ERROR-FICHEROS
                   PERFORM 100-REVISAR-CLIENTE
                       UNTIL END-OF-CLIENTES
                   PERFORM 200-INICIAR-CUENTAS
                   PERFORM 300-PROCESAR-CUENTA
                       UNTIL END-OF-MASTER
                   PERFORM 900-FINALIZAR-SIST
               END-IF
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
               DISPLAY '*** EL CONTROL DE DOCUMENTOS DE ESTE MES '
                       'YA SE EJECUTO ***'
               PERFORM 008-PEDIR-OVERRIDE
           END-IF.

       004-ANOTAR-REGISTRO-CONTROL.
           EVALUATE TRUE
               WHEN CP-FECHA-NEGOCIO
                   MOVE CP-FECHA TO WS-FECHA-YYYYMMDD
                   MOVE 'S' TO WS-CONTROL-OK-FLAG
               WHEN CP-CIERRE-CICLO
                   IF CP-FECHA(1:6) = WS-FECHA-YYYYMMDD(1:6)
                      AND CP-PROGRAMA = 'CONTROL-DOCUMENTOS'
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
                       IF PE-PROGRAMA = 'CONTROL-DOCUMENTOS'
                          PERFORM 006-ANOTAR-PARAMETRO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PARAMETROS-FILE
           END-IF.

      *  Un plazo en blanco conserva su valor por defecto.
       006-ANOTAR-PARAMETRO.
           IF PE-CLAVE = 'OVERRIDE'
               MOVE PE-VALOR(1:1) TO WS-PARAM-OVERRIDE
           ELSE
               IF PE-VALOR NOT = SPACES
                   PERFORM 007-ANOTAR-PLAZO
               END-IF
           END-IF.

       007-ANOTAR-PLAZO.
           EVALUATE PE-CLAVE
               WHEN 'DIAS-AVISO'
                   COMPUTE WS-DIAS-AVISO = FUNCTION NUMVAL(PE-VALOR)
               WHEN 'DIAS-GRACIA'
                   COMPUTE WS-DIAS-GRACIA = FUNCTION NUMVAL(PE-VALOR)
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
           DISPLAY '*** CONTROL DE DOCUMENTOS DE IDENTIDAD ***'
      *    WS-FECHA-YYYYMMDD viene de la fecha de negocio (003).
           COMPUTE WS-DIA-NEGOCIO =
              FUNCTION INTEGER-OF-DATE(WS-FECHA-YYYYMMDD)
           COMPUTE WS-ENTERO-TRABAJO = WS-DIA-NEGOCIO + WS-DIAS-AVISO
           COMPUTE WS-FECHA-AVISO =
              FUNCTION DATE-OF-INTEGER(WS-ENTERO-TRABAJO)
           COMPUTE WS-ENTERO-TRABAJO = WS-DIA-NEGOCIO - WS-DIAS-GRACIA
           COMPUTE WS-FECHA-GRACIA =
              FUNCTION DATE-OF-INTEGER(WS-ENTERO-TRABAJO)

           OPEN INPUT CLIENTES-FILE
           OPEN I-O MASTER-FILE
           IF WS-CLIENTES-STATUS NOT = '00'
              OR WS-MASTER-STATUS NOT = '00'
               DISPLAY '*** ERROR AL ABRIR CLIENTES.DAT O '
                       'CUENTAS-INDEXADAS.DAT ***'
               DISPLAY 'FILE STATUS: ' WS-CLIENTES-STATUS ' / '
                       WS-MASTER-STATUS
               MOVE 'S' TO WS-ERROR-FLAG
           ELSE
               PERFORM 040-CREAR-CADUCADOS
               PERFORM 045-ABRIR-BLOQUEOS
               OPEN INPUT TITULARES-FILE
               IF WS-TITULARES-STATUS = '00'
                   MOVE 'S' TO WS-TITULARES-FLAG
               END-IF
               OPEN EXTEND AUDITORIA-FILE
               IF WS-AUDITORIA-STATUS = '35'
                  OR WS-AUDITORIA-STATUS = '05'
                   OPEN OUTPUT AUDITORIA-FILE
               END-IF
               OPEN OUTPUT DOCUMENTOS-RPT
               PERFORM 050-CABECERA-CLIENTES
               PERFORM 110-LEER-CLIENTE
           END-IF.

      *  Fichero de trabajo vacio en cada arranque.
       040-CREAR-CADUCADOS.
           OPEN OUTPUT CADUCADOS-TRABAJO
           CLOSE CADUCADOS-TRABAJO
           OPEN I-O CADUCADOS-TRABAJO.

      *  Se crea vacio en el primer arranque (igual que NUEVA-CUENTA).
       045-ABRIR-BLOQUEOS.
           OPEN I-O BLOQUEOS-DOC-FILE
           IF WS-BLOQUEOS-STATUS = '35' OR WS-BLOQUEOS-STATUS = '05'
               OPEN OUTPUT BLOQUEOS-DOC-FILE
               CLOSE BLOQUEOS-DOC-FILE
               OPEN I-O BLOQUEOS-DOC-FILE
           END-IF.

       050-CABECERA-CLIENTES.
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'CONTROL DE DOCUMENTOS - FECHA ' WS-FECHA-YYYYMMDD
                  '  AVISO HASTA ' WS-FECHA-AVISO
                  '  GRACIA DESDE ' WS-FECHA-GRACIA
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE DOCUMENTOS-RECORD-OUT FROM WS-LINEA-RPT
           MOVE SPACES TO WS-LINEA-RPT
           WRITE DOCUMENTOS-RECORD-OUT FROM WS-LINEA-RPT
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'CLIENTE  NOMBRE               DOCUMENTO       '
                  'CADUCA   TELEFONO        SITUACION'
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE DOCUMENTOS-RECORD-OUT FROM WS-LINEA-RPT.

      *  Clasifica el documento del cliente. Los que superan la gracia
      *  quedan anotados para el recorrido de cuentas (300).
       100-REVISAR-CLIENTE.
           ADD 1 TO WS-CLIENTES-LEIDOS
           MOVE SPACES TO WS-SITUACION
           EVALUATE TRUE
               WHEN CL-FECHA-CADUCIDAD = ZERO
                   MOVE 'SIN DATOS' TO WS-SITUACION
                   ADD 1 TO WS-CLIENTES-SIN-DATOS
               WHEN CL-FECHA-CADUCIDAD < WS-FECHA-GRACIA
                   MOVE 'BLOQUEO' TO WS-SITUACION
                   ADD 1 TO WS-CLIENTES-BLOQUEO
                   PERFORM 120-ANOTAR-CADUCADO
               WHEN CL-FECHA-CADUCIDAD < WS-FECHA-YYYYMMDD
                   MOVE 'CADUCADO' TO WS-SITUACION
                   ADD 1 TO WS-CLIENTES-EN-GRACIA
               WHEN CL-FECHA-CADUCIDAD NOT > WS-FECHA-AVISO
                   MOVE 'CADUCA' TO WS-SITUACION
                   ADD 1 TO WS-CLIENTES-CADUCAN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-SITUACION NOT = SPACES
               PERFORM 130-LISTAR-CLIENTE
           END-IF
           PERFORM 110-LEER-CLIENTE.

       110-LEER-CLIENTE.
           READ CLIENTES-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-CLIENTES-EOF
           END-READ.

       120-ANOTAR-CADUCADO.
           MOVE CL-CLIENTE-ID      TO CT-CLIENTE-ID
           MOVE CL-FECHA-CADUCIDAD TO CT-FECHA-CADUCIDAD
           WRITE CT-REGISTRO
               INVALID KEY
                   DISPLAY 'ERROR AL ANOTAR CADUCADO ' CL-CLIENTE-ID
                           ' STATUS: ' WS-CADUCADOS-STATUS
           END-WRITE.

      *  Telefono de contacto: el movil si lo hay, si no el fijo.
       130-LISTAR-CLIENTE.
           IF CL-MOVIL NOT = SPACES
               MOVE CL-MOVIL TO WS-CONTACTO
           ELSE
               MOVE CL-TELEFONO TO WS-CONTACTO
           END-IF
           MOVE SPACES TO WS-LINEA-RPT
           STRING CL-CLIENTE-ID ' ' CL-NOMBRE(1:20) ' ' CL-DOCUMENTO
                  ' ' CL-FECHA-CADUCIDAD ' ' WS-CONTACTO ' '
                  WS-SITUACION
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE DOCUMENTOS-RECORD-OUT FROM WS-LINEA-RPT.

      *  Segunda parte del informe: recorrido completo del maestro.
       200-INICIAR-CUENTAS.
           MOVE SPACES TO WS-LINEA-RPT
           WRITE DOCUMENTOS-RECORD-OUT FROM WS-LINEA-RPT
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'CUENTAS BLOQUEADAS POR DOCUMENTO CADUCADO'
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE DOCUMENTOS-RECORD-OUT FROM WS-LINEA-RPT
           MOVE ZERO TO MR-CUENTA-NUM
           START MASTER-FILE KEY IS NOT LESS THAN MR-CUENTA-NUM
              INVALID KEY
                 MOVE 'S' TO WS-MASTER-EOF-FLAG
           END-START
           IF NOT END-OF-MASTER
               PERFORM 210-READ-MASTER-FILE
           END-IF.

       210-READ-MASTER-FILE.
           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-MASTER-EOF-FLAG
           END-READ.

      *  Titular principal y titulares o cotitulares vigentes a la
      *  fecha de negocio; los autorizados no bloquean la cuenta.
       300-PROCESAR-CUENTA.
           ADD 1 TO WS-CUENTAS-LEIDAS
           IF NOT MR-CTA-CERRADA
               IF MR-CLIENTE-ID NOT = ZERO
                   MOVE MR-CLIENTE-ID TO WS-CLIENTE-REVISAR
                   PERFORM 310-REVISAR-TITULAR-CUENTA
               END-IF
               IF HAY-TITULARES
                   PERFORM 305-REVISAR-INTERVINIENTES
               END-IF
           END-IF
           PERFORM 210-READ-MASTER-FILE.

       305-REVISAR-INTERVINIENTES.
           MOVE 'N' TO WS-TITULARES-EOF
           MOVE MR-CUENTA-NUM TO TI-CUENTA-NUM
           MOVE ZERO TO TI-CLIENTE-ID
           START TITULARES-FILE KEY IS NOT LESS THAN TI-CLAVE
              INVALID KEY
                 MOVE 'S' TO WS-TITULARES-EOF
           END-START
           PERFORM UNTIL END-OF-TITULARES
              READ TITULARES-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-TITULARES-EOF
                 NOT AT END
                    IF TI-CUENTA-NUM NOT = MR-CUENTA-NUM
                       MOVE 'S' TO WS-TITULARES-EOF
                    ELSE
                       PERFORM 307-EVALUAR-INTERVINIENTE
                    END-IF
              END-READ
           END-PERFORM.

       307-EVALUAR-INTERVINIENTE.
           IF NOT TI-ROL-AUTORIZADO
              AND TI-CLIENTE-ID NOT = MR-CLIENTE-ID
              AND TI-FECHA-ALTA NOT > WS-FECHA-YYYYMMDD
              AND (TI-FECHA-BAJA = ZERO
                   OR TI-FECHA-BAJA > WS-FECHA-YYYYMMDD)
               MOVE TI-CLIENTE-ID TO WS-CLIENTE-REVISAR
               PERFORM 310-REVISAR-TITULAR-CUENTA
           END-IF.

       310-REVISAR-TITULAR-CUENTA.
           MOVE WS-CLIENTE-REVISAR TO CT-CLIENTE-ID
           READ CADUCADOS-TRABAJO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 320-BLOQUEAR-CUENTA
           END-READ.

      *  Si la cuenta sigue con el bloqueo de este cliente no hay nada
      *  que hacer; si se desbloqueo a mano se vuelve a bloquear sobre
      *  la misma anotacion; si esta bloqueada por otro titular se
      *  anota tambien este; si esta bloqueada a mano no se toca.
       320-BLOQUEAR-CUENTA.
           MOVE MR-CUENTA-NUM      TO BD-CUENTA-NUM
           MOVE WS-CLIENTE-REVISAR TO BD-CLIENTE-ID
           READ BLOQUEOS-DOC-FILE
               INVALID KEY
                   MOVE 'N' TO WS-BLOQUEO-FLAG
               NOT INVALID KEY
                   MOVE 'S' TO WS-BLOQUEO-FLAG
           END-READ
           EVALUATE TRUE
               WHEN BLOQUEO-YA-ANOTADO AND MR-CTA-BLOQUEADA
                   ADD 1 TO WS-CUENTAS-YA-BLOQUEADAS
               WHEN MR-CTA-ACTIVA OR MR-CTA-INACTIVA
                   PERFORM 330-APLICAR-BLOQUEO
               WHEN MR-CTA-BLOQUEADA
                   PERFORM 325-BUSCAR-BLOQUEO-CUENTA
           END-EVALUATE.

       325-BUSCAR-BLOQUEO-CUENTA.
           MOVE MR-CUENTA-NUM TO BD-CUENTA-NUM
           MOVE ZERO TO BD-CLIENTE-ID
           START BLOQUEOS-DOC-FILE KEY IS NOT LESS THAN BD-CLAVE
               INVALID KEY
                   MOVE ZERO TO BD-CUENTA-NUM
               NOT INVALID KEY
                   READ BLOQUEOS-DOC-FILE NEXT RECORD
                       AT END
                           MOVE ZERO TO BD-CUENTA-NUM
                   END-READ
           END-START
           IF BD-CUENTA-NUM = MR-CUENTA-NUM
               MOVE BD-ESTADO-ANTERIOR TO WS-ESTADO-ANTERIOR
               PERFORM 340-ANOTAR-BLOQUEO
               ADD 1 TO WS-CUENTAS-YA-BLOQUEADAS
               MOVE SPACES TO WS-LINEA-RPT
               STRING 'CUENTA ' MR-CUENTA-NUM ' CLIENTE '
                      WS-CLIENTE-REVISAR ' CADUCO ' CT-FECHA-CADUCIDAD
                      ' YA BLOQUEADA POR OTRO TITULAR'
                  DELIMITED BY SIZE INTO WS-LINEA-RPT
               END-STRING
               WRITE DOCUMENTOS-RECORD-OUT FROM WS-LINEA-RPT
           ELSE
               ADD 1 TO WS-CUENTAS-BLOQUEO-MANUAL
               MOVE SPACES TO WS-LINEA-RPT
               STRING 'CUENTA ' MR-CUENTA-NUM ' CLIENTE '
                      WS-CLIENTE-REVISAR ' CADUCO ' CT-FECHA-CADUCIDAD
                      ' BLOQUEO MANUAL PREVIO'
                  DELIMITED BY SIZE INTO WS-LINEA-RPT
               END-STRING
               WRITE DOCUMENTOS-RECORD-OUT FROM WS-LINEA-RPT
           END-IF.

       330-APLICAR-BLOQUEO.
           MOVE MR-ESTADO TO WS-ESTADO-ANTERIOR
           MOVE 'B' TO MR-ESTADO
           REWRITE MASTER-RECORD
               INVALID KEY
                   DISPLAY 'ERROR AL BLOQUEAR LA CUENTA ' MR-CUENTA-NUM
                           ' STATUS: ' WS-MASTER-STATUS
                   MOVE WS-ESTADO-ANTERIOR TO MR-ESTADO
               NOT INVALID KEY
                   ADD 1 TO WS-CUENTAS-BLOQUEADAS
                   PERFORM 340-ANOTAR-BLOQUEO
                   PERFORM 350-AUDITAR-BLOQUEO
                   PERFORM 360-LISTAR-BLOQUEO
           END-REWRITE.

      *  Estado previo al primer bloqueo: el que se repondra. Una
      *  anotacion que quedo de un bloqueo deshecho a mano se
      *  sustituye.
       340-ANOTAR-BLOQUEO.
           MOVE MR-CUENTA-NUM       TO BD-CUENTA-NUM
           MOVE WS-CLIENTE-REVISAR  TO BD-CLIENTE-ID
           MOVE WS-ESTADO-ANTERIOR  TO BD-ESTADO-ANTERIOR
           MOVE WS-FECHA-YYYYMMDD   TO BD-FECHA-BLOQUEO
           MOVE CT-FECHA-CADUCIDAD  TO BD-FECHA-CADUCIDAD
           IF BLOQUEO-YA-ANOTADO
               REWRITE BLOQUEO-DOC-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR AL ANOTAR BLOQUEO DE LA CUENTA '
                               MR-CUENTA-NUM ' STATUS: '
                               WS-BLOQUEOS-STATUS
               END-REWRITE
           ELSE
               WRITE BLOQUEO-DOC-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR AL ANOTAR BLOQUEO DE LA CUENTA '
                               MR-CUENTA-NUM ' STATUS: '
                               WS-BLOQUEOS-STATUS
               END-WRITE
           END-IF.

      *  Motivo distinguible de un bloqueo manual del modo 3.
       350-AUDITAR-BLOQUEO.
           MOVE 'CTRL-DOC' TO AU-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO AU-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO AU-HORA
           MOVE MR-CUENTA-NUM TO AU-CUENTA
           MOVE 'BLOQUEO-DOC-CADUCADO' TO AU-CAMPO
           MOVE WS-ESTADO-ANTERIOR TO AU-VALOR-ANTERIOR
           MOVE SPACES TO AU-VALOR-NUEVO
           STRING 'B CLIENTE ' WS-CLIENTE-REVISAR
              DELIMITED BY SIZE INTO AU-VALOR-NUEVO
           END-STRING
           MOVE 'D' TO AU-MODO
           WRITE AUDITORIA-RECORD.

       360-LISTAR-BLOQUEO.
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'CUENTA ' MR-CUENTA-NUM ' CLIENTE '
                  WS-CLIENTE-REVISAR ' CADUCO ' CT-FECHA-CADUCIDAD
                  ' ESTADO ' WS-ESTADO-ANTERIOR ' -> B'
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE DOCUMENTOS-RECORD-OUT FROM WS-LINEA-RPT.

       900-FINALIZAR-SIST.
           PERFORM 910-ESCRIBIR-RESUMEN
           PERFORM 905-GRABAR-CIERRE-CICLO
           CLOSE CLIENTES-FILE, CADUCADOS-TRABAJO, MASTER-FILE,
                 BLOQUEOS-DOC-FILE, AUDITORIA-FILE, DOCUMENTOS-RPT
           IF HAY-TITULARES
               CLOSE TITULARES-FILE
           END-IF
           DISPLAY '--- CONTROL DE DOCUMENTOS FINALIZADO ---'
           DISPLAY WS-CLIENTES-CADUCAN ' DOCUMENTOS A PUNTO DE CADUCAR.'
           DISPLAY WS-CUENTAS-BLOQUEADAS ' CUENTAS BLOQUEADAS.'.

      *  Anota el cierre del ciclo en CONTROL-PROCESO.DAT.
       905-GRABAR-CIERRE-CICLO.
           OPEN EXTEND CONTROL-FILE
           MOVE SPACES TO CONTROL-RECORD
           MOVE 'C' TO CP-TIPO
           MOVE WS-FECHA-YYYYMMDD TO CP-FECHA
           MOVE 'CONTROL-DOCUMENTOS' TO CP-PROGRAMA
           WRITE CONTROL-RECORD
           CLOSE CONTROL-FILE.

       910-ESCRIBIR-RESUMEN.
           MOVE SPACES TO WS-LINEA-RPT
           STRING '================================================'
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE DOCUMENTOS-RECORD-OUT FROM WS-LINEA-RPT

           MOVE SPACES TO WS-LINEA-RPT
           STRING 'CLIENTES LEIDOS: ' WS-CLIENTES-LEIDOS
                  '   CADUCAN: ' WS-CLIENTES-CADUCAN
                  '   EN GRACIA: ' WS-CLIENTES-EN-GRACIA
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE DOCUMENTOS-RECORD-OUT FROM WS-LINEA-RPT

           MOVE SPACES TO WS-LINEA-RPT
           STRING 'CLIENTES A BLOQUEAR: ' WS-CLIENTES-BLOQUEO
                  '   SIN DATOS DE DOCUMENTO: ' WS-CLIENTES-SIN-DATOS
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE DOCUMENTOS-RECORD-OUT FROM WS-LINEA-RPT

           MOVE SPACES TO WS-LINEA-RPT
           STRING 'CUENTAS LEIDAS: ' WS-CUENTAS-LEIDAS
                  '   BLOQUEADAS HOY: ' WS-CUENTAS-BLOQUEADAS
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE DOCUMENTOS-RECORD-OUT FROM WS-LINEA-RPT

           MOVE SPACES TO WS-LINEA-RPT
           STRING 'YA BLOQUEADAS POR DOCUMENTO: '
                  WS-CUENTAS-YA-BLOQUEADAS
                  '   CON BLOQUEO MANUAL: ' WS-CUENTAS-BLOQUEO-MANUAL
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE DOCUMENTOS-RECORD-OUT FROM WS-LINEA-RPT.
