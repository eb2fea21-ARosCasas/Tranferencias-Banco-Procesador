       IDENTIFICATION DIVISION.
       PROGRAM-ID. BARRIDO-EMBARGOS.
      * PROPOSITO: Barrido diario de los abonos de las cuentas afectadas
      * por una orden de embargo judicial o administrativo vigente
      * (EMBARGOS.DAT, ver MANTENER-EMBARGOS). Una retencion de
      * MANTENER-RETENCIONES solo inmoviliza lo que ya hay en la
      * cuenta; la orden obliga ademas a trabar los abonos posteriores
      * hasta cubrir el importe ordenado, respetando el minimo
      * inembargable.
      *
      * Con fecha de negocio F se suman, por cuenta, los abonos de F
      * en TRANS-HISTORY.DAT (depositos 'D' y transferencias 'T' al
      * haber: lote de BANK-TRANS-PROCESSOR, ENTRADA-INTERBANCARIA,
      * ventanilla...). Para cada orden activa, por orden de numero
      * (la mas antigua primero), se traba en cada cuenta afectada
      * (las de su MR-CLIENTE-ID y las que la orden cita) el menor de:
      *   - lo pendiente de la orden (ordenado - ya trabado),
      *   - los abonos de F aun no trabados por otra orden,
      *   - el saldo que exceda del minimo protegido (el de la orden
      *     o, si es cero, el parametro MINIMO-PROTEGIDO).
      * La traba pasa el importe a la cuenta de suspenso de embargos
      * de la divisa (CUENTAS-SUSPENSO-EMBARGO.DAT) con dos patas
      * HR-TIPO 'J' (cargo en la cuenta embargada, abono en la de
      * suspenso; HR-CONTRA-REF 'EMBARGO <orden>'), queda en el
      * registro de trabas EMBARGOS-TRABAS.DAT (base de la
      * contestacion al organismo) y en AUDITORIA-MANT.DAT (modo 'E').
      * La orden que queda cubierta pasa sola a 'S' satisfecha.
      * EMBARGOS.RPT detalla, orden por orden, las trabas y las
      * cuentas no trabadas del dia; una traba cuyo abono en suspenso
      * no se pudo grabar sale marcada para su ajuste manual.
      *
      * Va en la cadena diaria detras de BANK-TRANS-PROCESSOR y de
      * ENTRADA-INTERBANCARIA y antes de CUADRE-DIARIO y
      * EXTRACTO-CONTABLE. Relanzado con override en la misma fecha no
      * vuelve a trabar los abonos ya trabados: los cargos 'J' de F que
      * ya estan en el historico se descuentan.
      *
      * FORMATO DE CUENTAS-SUSPENSO-EMBARGO.DAT (una por divisa):
      *   divisa X(3) + cuenta de suspenso 9(10).
      *-----------------------------------------------------------------------*
      *CAMBIOS:
      *C0001 --> Fecha: 15/10/2026
      *          Descripción: Programa nuevo. Guarda de fecha de
      *                       negocio, doble ejecucion con override y
      *                       modo desatendido como GENERAR-AVISOS;
      *                       reconstruccion de los abonos del dia en un
      *                       fichero de trabajo indexado.
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

      *  Ordenes de embargo (ver MANTENER-EMBARGOS). Recorrido
      *  secuencial con REWRITE de la orden leida.
           SELECT EMBARGOS-FILE  ASSIGN TO 'EMBARGOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-ORDEN-ID
               FILE STATUS IS WS-EMBARGOS-STATUS.

           SELECT SUSPENSO-FILE
               ASSIGN TO 'CUENTAS-SUSPENSO-EMBARGO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSO-STATUS.

      *  Abonos del dia por cuenta, reconstruidos en cada arranque
      *  desde el historico.
           SELECT ABONOS-TRABAJO  ASSIGN TO 'ABONOS-EMBARGO-TRABAJO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-CUENTA
               FILE STATUS IS WS-ABONOS-STATUS.

      *  Lectura por clave de la cuenta afectada y de la de suspenso.
           SELECT MASTER-FILE  ASSIGN TO 'CUENTAS-INDEXADAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MR-CUENTA-NUM
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT HISTORY-FILE  ASSIGN TO 'TRANS-HISTORY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

      *  Ultima referencia de movimiento asignada; compartido por
      *  todos los programas que graban en TRANS-HISTORY.DAT.
           SELECT CONTADOR-REF-FILE
               ASSIGN TO 'CONTADOR-REFERENCIAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTADOR-REF-STATUS.

      *  Registro de trabas de todas las ordenes; solo se añade.
           SELECT TRABAS-FILE  ASSIGN TO 'EMBARGOS-TRABAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRABAS-STATUS.

      *  Pista de auditoria de mantenimiento; solo se añade.
           SELECT AUDITORIA-FILE  ASSIGN TO 'AUDITORIA-MANT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.

           SELECT EMBARGOS-RPT  ASSIGN TO 'EMBARGOS.RPT'
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

      * Mismo layout que en MANTENER-EMBARGOS.
       FD  EMBARGOS-FILE.
       01  EMBARGO-RECORD.
           05 EM-ORDEN-ID          PIC 9(8).
           05 EM-ORGANISMO         PIC X(40).
           05 EM-EXPEDIENTE        PIC X(20).
           05 EM-CLIENTE-ID        PIC 9(8).
           05 EM-CUENTAS.
              10 EM-CUENTA-NUM     PIC 9(10) OCCURS 5 TIMES.
           05 EM-DIVISA            PIC X(3).
           05 EM-IMPORTE-ORDENADO  PIC 9(10)V99.
           05 EM-IMPORTE-TRABADO   PIC 9(10)V99.
           05 EM-MINIMO-PROTEGIDO  PIC 9(8)V99.
           05 EM-FECHA-ALTA        PIC 9(8).
           05 EM-FECHA-ESTADO      PIC 9(8).
           05 EM-ESTADO            PIC X(1).
              88 EM-ACTIVA         VALUE 'A'.
              88 EM-SATISFECHA     VALUE 'S'.
              88 EM-LEVANTADA      VALUE 'L'.
           05 EM-OPERADOR          PIC X(8).

      * Cuenta de suspenso de embargos de una divisa.
       FD  SUSPENSO-FILE.
       01  SUSPENSO-RECORD.
           05 CS-DIVISA      PIC X(3).
           05 CS-CUENTA-NUM  PIC 9(10).

      * Abonos de la fecha de negocio en la cuenta y lo ya trabado de
      * ellos (en esta ejecucion o en una anterior del mismo dia).
       FD  ABONOS-TRABAJO.
       01  AB-REGISTRO.
           05 AB-CUENTA      PIC 9(10).
           05 AB-ABONOS      PIC 9(10)V99.
           05 AB-TRABADO     PIC 9(10)V99.

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
      * Se abre en INPUT para sumar los abonos del dia y despues en
      * EXTEND para grabar las trabas.
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
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
      *    emisor/orden de origen y su referencia.
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

      * Una traba por registro: orden, fecha, cuenta embargada,
      * importe, referencia del cargo en el historico, saldo que le
      * quedo a la cuenta y cuenta de suspenso que lo recibio.
       FD  TRABAS-FILE.
       01  TRABA-RECORD.
           05 TB-ORDEN-ID         PIC 9(8).
           05 TB-FECHA            PIC 9(8).
           05 TB-CUENTA-NUM       PIC 9(10).
           05 TB-IMPORTE          PIC 9(8)V99.
           05 TB-DIVISA           PIC X(3).
           05 TB-REFERENCIA       PIC 9(12).
           05 TB-SALDO-RESULT     PIC S9(8)V99 SIGN LEADING SEPARATE.
           05 TB-CUENTA-SUSPENSO  PIC 9(10).

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

       FD  EMBARGOS-RPT.
       01  EMBARGOS-RECORD-OUT  PIC X(80).

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
           05 WS-EMBARGOS-STATUS     PIC XX.
           05 WS-SUSPENSO-STATUS     PIC XX.
           05 WS-ABONOS-STATUS       PIC XX.
           05 WS-MASTER-STATUS       PIC XX.
           05 WS-HISTORY-STATUS      PIC XX.
           05 WS-CONTADOR-REF-STATUS PIC XX.
           05 WS-TRABAS-STATUS       PIC XX.
           05 WS-AUDITORIA-STATUS    PIC XX.
           05 WS-EMBARGOS-EOF        PIC X VALUE 'N'.
              88 END-OF-EMBARGOS     VALUE 'S'.
           05 WS-SUSPENSO-EOF        PIC X VALUE 'N'.
              88 END-OF-SUSPENSO     VALUE 'S'.
           05 WS-ABONOS-EOF          PIC X VALUE 'N'.
              88 END-OF-ABONOS       VALUE 'S'.
           05 WS-HISTORY-EOF         PIC X VALUE 'N'.
              88 END-OF-HISTORY      VALUE 'S'.
           05 WS-ABIERTO-FLAG        PIC X VALUE 'N'.
              88 FICHEROS-ABIERTOS   VALUE 'S'.
           05 WS-AFECTADA-FLAG       PIC X VALUE 'N'.
              88 CUENTA-AFECTADA     VALUE 'S'.
           05 WS-SUS-HALLADA         PIC X VALUE 'N'.
              88 SUS-HALLADA         VALUE 'S'.
           05 WS-EMBARGOS-ABIERTO    PIC X VALUE 'N'.
              88 EMBARGOS-ABIERTO    VALUE 'S'.
           05 WS-ABONO-SUSPENSO-FLAG PIC X VALUE 'N'.
              88 ABONO-EN-SUSPENSO   VALUE 'S'.

      *  Minimo inembargable por defecto (salario minimo mensual);
      *  parametro MINIMO-PROTEGIDO. Una orden con minimo propio
      *  manda sobre este.
       01  WS-MINIMO-GENERAL     PIC 9(8)V99 VALUE 1184.00.

      *  Cuentas de suspenso de embargos, una por divisa.
       01  WS-SUSPENSO-AREAS.
           05 WS-SUS-TOTAL  PIC 9(3) VALUE ZERO.
           05 WS-SUS-IDX    PIC 9(3) VALUE ZERO.
           05 WS-SUS-MAX    PIC 9(3) VALUE 20.
           05 WS-SUS-TABLA OCCURS 20 TIMES.
              10 WS-SUS-DIVISA   PIC X(3).
              10 WS-SUS-CUENTA   PIC 9(10).

      *  Orden en curso.
       01  WS-ORDEN-CURSO.
           05 WS-PENDIENTE          PIC S9(10)V99.
           05 WS-TRABADO-ANTES      PIC 9(10)V99.
           05 WS-TRABADO-HOY        PIC 9(10)V99.
           05 WS-MINIMO-ORDEN       PIC 9(8)V99.
           05 WS-CUENTA-SUSPENSO    PIC 9(10).
           05 WS-CTA-IDX            PIC 9(1).

      *  Traba en curso.
       01  WS-TRABA-CURSO.
           05 WS-ABONOS-LIBRES      PIC S9(10)V99.
           05 WS-MARGEN-SALDO       PIC S9(10)V99.
           05 WS-IMPORTE-TRABA      PIC S9(10)V99.
           05 WS-CTA-EMBARGADA      PIC 9(10).
           05 WS-SALDO-ANTERIOR     PIC S9(8)V99.
           05 WS-SALDO-EMBARGADA    PIC S9(8)V99.
           05 WS-REF-TRABA          PIC 9(12).
           05 WS-MOTIVO             PIC X(40).

       01  WS-CONTADORES.
           05 WS-MOVS-LEIDOS         PIC 9(8) VALUE ZERO.
           05 WS-CUENTAS-CON-ABONOS  PIC 9(6) VALUE ZERO.
           05 WS-ORDENES-ACTIVAS     PIC 9(6) VALUE ZERO.
           05 WS-ORDENES-CON-TRABA   PIC 9(6) VALUE ZERO.
           05 WS-ORDENES-CERRADAS    PIC 9(6) VALUE ZERO.
           05 WS-TRABAS-HECHAS       PIC 9(6) VALUE ZERO.
           05 WS-CUENTAS-NO-TRABADAS PIC 9(6) VALUE ZERO.
           05 WS-TRABAS-SIN-ABONO    PIC 9(6) VALUE ZERO.

       01  WS-FECHA-ACTUAL.
           05 WS-FECHA-YYYYMMDD  PIC 9(8).

       01  WS-LINEA-RPT         PIC X(80).
       01  WS-CAMPO-NUM-EDIT    PIC -(10)9.99.
       01  WS-CAMPO-NUM-EDIT2   PIC -(10)9.99.
       01  WS-CAMPO-NUM-EDIT3   PIC -(10)9.99.
       01  WS-SALDO-EDIT        PIC -(8)9.99.

      *  Ultima referencia de historico asignada (ver 022).
       01  WS-ULTIMA-REFERENCIA  PIC 9(12) VALUE ZERO.

       PROCEDURE DIVISION.
      *    Sin fecha de negocio o con el barrido del dia ya hecho
      *    (salvo override) no se traba nada.
           PERFORM 005-CARGAR-PARAMETROS
           PERFORM 003-VERIFICAR-CONTROL-PROCESO
           IF CONTROL-SUPERADO
               PERFORM 000-INICIO-SIST
               IF FICHEROS-ABIERTOS
                   PERFORM 100-TRATAR-ORDEN
                       UNTIL END-OF-EMBARGOS
                   PERFORM 900-FINALIZAR-SIST
               END-IF
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
               DISPLAY '*** EL BARRIDO DE EMBARGOS DE LA FECHA '
                       WS-FECHA-YYYYMMDD ' YA SE EJECUTO ***'
               PERFORM 008-PEDIR-OVERRIDE
           END-IF.

      *  Una fecha de negocio nueva anula los cierres de la anterior.
       004-ANOTAR-REGISTRO-CONTROL.
           EVALUATE TRUE
               WHEN CP-FECHA-NEGOCIO
                   MOVE CP-FECHA TO WS-FECHA-YYYYMMDD
                   MOVE 'S' TO WS-CONTROL-OK-FLAG
                   MOVE 'N' TO WS-CICLO-COMPLETO-FLAG
               WHEN CP-CIERRE-CICLO
                   IF CP-FECHA = WS-FECHA-YYYYMMDD
                      AND CP-PROGRAMA = 'BARRIDO-EMBARGOS'
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
                       IF PE-PROGRAMA = 'BARRIDO-EMBARGOS'
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
               WHEN 'MINIMO-PROTEGIDO'
                   COMPUTE WS-MINIMO-GENERAL =
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
           DISPLAY '*** BARRIDO DE EMBARGOS ***'
           OPEN I-O MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY '*** ERROR AL ABRIR CUENTAS-INDEXADAS.DAT ***'
               DISPLAY 'FILE STATUS: ' WS-MASTER-STATUS
           ELSE
               MOVE 'S' TO WS-ABIERTO-FLAG
               PERFORM 010-CARGAR-CUENTAS-SUSPENSO
               PERFORM 015-RECONSTRUIR-ABONOS
               PERFORM 020-ABRIR-HISTORY
               PERFORM 021-LEER-CONTADOR-REFERENCIAS
               PERFORM 025-ABRIR-TRABAS-Y-AUDITORIA
               OPEN OUTPUT EMBARGOS-RPT
               PERFORM 050-CABECERA-INFORME
               OPEN I-O EMBARGOS-FILE
               IF WS-EMBARGOS-STATUS NOT = '00'
                   DISPLAY 'SIN ORDENES DE EMBARGO (EMBARGOS.DAT, '
                           'STATUS ' WS-EMBARGOS-STATUS ').'
                   MOVE 'S' TO WS-EMBARGOS-EOF
               ELSE
                   MOVE 'S' TO WS-EMBARGOS-ABIERTO
                   MOVE ZERO TO EM-ORDEN-ID
                   START EMBARGOS-FILE
                       KEY IS NOT LESS THAN EM-ORDEN-ID
                      INVALID KEY
                         MOVE 'S' TO WS-EMBARGOS-EOF
                   END-START
                   IF NOT END-OF-EMBARGOS
                       PERFORM 110-LEER-EMBARGO
                   END-IF
               END-IF
           END-IF.

      *  Solo se aceptan cuentas de suspenso que existan en el maestro,
      *  no esten cerradas y sean de la divisa declarada.
       010-CARGAR-CUENTAS-SUSPENSO.
           OPEN INPUT SUSPENSO-FILE
           IF WS-SUSPENSO-STATUS NOT = '00'
               DISPLAY '*** SIN CUENTAS-SUSPENSO-EMBARGO.DAT: NO SE '
                       'TRABARA NADA ***'
               MOVE 'S' TO WS-SUSPENSO-EOF
           ELSE
               PERFORM UNTIL END-OF-SUSPENSO
                  READ SUSPENSO-FILE
                     AT END
                        MOVE 'S' TO WS-SUSPENSO-EOF
                     NOT AT END
                        PERFORM 011-ANOTAR-CUENTA-SUSPENSO
                  END-READ
               END-PERFORM
               CLOSE SUSPENSO-FILE
           END-IF.

       011-ANOTAR-CUENTA-SUSPENSO.
           MOVE CS-CUENTA-NUM TO MR-CUENTA-NUM
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY '*** CUENTA DE SUSPENSO ' CS-CUENTA-NUM
                           ' NO EXISTE: DIVISA ' CS-DIVISA
                           ' SIN SUSPENSO ***'
               NOT INVALID KEY
                   IF MR-CTA-CERRADA OR MR-DIVISA NOT = CS-DIVISA
                       DISPLAY '*** CUENTA DE SUSPENSO '
                               CS-CUENTA-NUM ' CERRADA O DE OTRA '
                               'DIVISA: ' CS-DIVISA ' SIN SUSPENSO ***'
                   ELSE
                       IF WS-SUS-TOTAL < WS-SUS-MAX
                           ADD 1 TO WS-SUS-TOTAL
                           MOVE CS-DIVISA
                                TO WS-SUS-DIVISA(WS-SUS-TOTAL)
                           MOVE CS-CUENTA-NUM
                                TO WS-SUS-CUENTA(WS-SUS-TOTAL)
                       ELSE
                           DISPLAY '*** TABLA DE CUENTAS DE SUSPENSO '
                                   'LLENA ***'
                       END-IF
                   END-IF
           END-READ.

      *  Una pasada por el historico: por cuenta, abonos 'D'/'T' de la
      *  fecha de negocio y cargos 'J' ya grabados ese dia. Las
      *  cuentas de suspenso no se barren.
       015-RECONSTRUIR-ABONOS.
           OPEN OUTPUT ABONOS-TRABAJO
           CLOSE ABONOS-TRABAJO
           OPEN I-O ABONOS-TRABAJO
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
               MOVE 'S' TO WS-HISTORY-EOF
           END-IF
           PERFORM UNTIL END-OF-HISTORY
              READ HISTORY-FILE
                 AT END
                    MOVE 'S' TO WS-HISTORY-EOF
                 NOT AT END
                    IF HR-FECHA = WS-FECHA-YYYYMMDD
                       ADD 1 TO WS-MOVS-LEIDOS
                       PERFORM 016-ANOTAR-MOVIMIENTO-DEL-DIA
                    END-IF
              END-READ
           END-PERFORM
           IF WS-HISTORY-STATUS = '00' OR WS-HISTORY-STATUS = '10'
              CLOSE HISTORY-FILE
           END-IF.

       016-ANOTAR-MOVIMIENTO-DEL-DIA.
           MOVE HR-CUENTA-NUM TO WS-CTA-EMBARGADA
           PERFORM 017-BUSCAR-SI-ES-SUSPENSO
           IF NOT SUS-HALLADA
              EVALUATE TRUE
                 WHEN (HR-TIPO = 'D' OR HR-TIPO = 'T')
                      AND HR-AL-HABER
                 WHEN HR-TIPO = 'D' AND HR-SIGNO = SPACE
                    PERFORM 018-LEER-ABONOS-CUENTA
                    ADD HR-CANTIDAD TO AB-ABONOS
                    REWRITE AB-REGISTRO
                 WHEN HR-TIPO = 'J' AND HR-AL-DEBE
                    PERFORM 018-LEER-ABONOS-CUENTA
                    ADD HR-CANTIDAD TO AB-TRABADO
                    REWRITE AB-REGISTRO
              END-EVALUATE
           END-IF.

       017-BUSCAR-SI-ES-SUSPENSO.
           MOVE 'N' TO WS-SUS-HALLADA
           PERFORM VARYING WS-SUS-IDX FROM 1 BY 1
              UNTIL WS-SUS-IDX > WS-SUS-TOTAL OR SUS-HALLADA
              IF WS-SUS-CUENTA(WS-SUS-IDX) = WS-CTA-EMBARGADA
                 MOVE 'S' TO WS-SUS-HALLADA
              END-IF
           END-PERFORM.

      *  Deja en AB-REGISTRO la cuenta de la linea leida; si no estaba,
      *  la da de alta a cero.
       018-LEER-ABONOS-CUENTA.
           MOVE HR-CUENTA-NUM TO AB-CUENTA
           READ ABONOS-TRABAJO
              INVALID KEY
                 MOVE HR-CUENTA-NUM TO AB-CUENTA
                 MOVE ZERO TO AB-ABONOS
                 MOVE ZERO TO AB-TRABADO
                 WRITE AB-REGISTRO
                 ADD 1 TO WS-CUENTAS-CON-ABONOS
           END-READ.

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

       025-ABRIR-TRABAS-Y-AUDITORIA.
           OPEN EXTEND TRABAS-FILE
           IF WS-TRABAS-STATUS = '35' OR WS-TRABAS-STATUS = '05'
               OPEN OUTPUT TRABAS-FILE
           END-IF
           OPEN EXTEND AUDITORIA-FILE
           IF WS-AUDITORIA-STATUS = '35' OR WS-AUDITORIA-STATUS = '05'
               OPEN OUTPUT AUDITORIA-FILE
           END-IF.

       050-CABECERA-INFORME.
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'BARRIDO DE EMBARGOS - FECHA DE NEGOCIO '
                  WS-FECHA-YYYYMMDD
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE EMBARGOS-RECORD-OUT FROM WS-LINEA-RPT
           MOVE ALL '=' TO WS-LINEA-RPT
           WRITE EMBARGOS-RECORD-OUT FROM WS-LINEA-RPT.

       100-TRATAR-ORDEN.
           IF EM-ACTIVA
               PERFORM 200-BARRER-ORDEN
           END-IF
           PERFORM 110-LEER-EMBARGO.

       110-LEER-EMBARGO.
           READ EMBARGOS-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EMBARGOS-EOF
           END-READ.

      *  Recorre las cuentas con abonos del dia buscando las afectadas
      *  por la orden hasta cubrir lo pendiente.
       200-BARRER-ORDEN.
           ADD 1 TO WS-ORDENES-ACTIVAS
           MOVE EM-IMPORTE-TRABADO TO WS-TRABADO-ANTES
           MOVE ZERO TO WS-TRABADO-HOY
           COMPUTE WS-PENDIENTE = EM-IMPORTE-ORDENADO
                                - EM-IMPORTE-TRABADO
           IF EM-MINIMO-PROTEGIDO > ZERO
               MOVE EM-MINIMO-PROTEGIDO TO WS-MINIMO-ORDEN
           ELSE
               MOVE WS-MINIMO-GENERAL TO WS-MINIMO-ORDEN
           END-IF
           PERFORM 210-CABECERA-ORDEN
           PERFORM 215-BUSCAR-CUENTA-SUSPENSO
           IF NOT SUS-HALLADA
               MOVE SPACES TO WS-LINEA-RPT
               STRING '  SIN CUENTA DE SUSPENSO PARA LA DIVISA '
                      EM-DIVISA ': NO SE TRABA NADA'
                  DELIMITED BY SIZE INTO WS-LINEA-RPT
               END-STRING
               WRITE EMBARGOS-RECORD-OUT FROM WS-LINEA-RPT
           ELSE
               MOVE 'N' TO WS-ABONOS-EOF
               MOVE ZERO TO AB-CUENTA
               START ABONOS-TRABAJO KEY IS NOT LESS THAN AB-CUENTA
                  INVALID KEY
                     MOVE 'S' TO WS-ABONOS-EOF
               END-START
               PERFORM UNTIL END-OF-ABONOS OR WS-PENDIENTE NOT > ZERO
                  READ ABONOS-TRABAJO NEXT RECORD
                     AT END
                        MOVE 'S' TO WS-ABONOS-EOF
                     NOT AT END
                        PERFORM 220-EVALUAR-ABONOS
                  END-READ
               END-PERFORM
           END-IF
           IF WS-TRABADO-HOY > ZERO
               ADD 1 TO WS-ORDENES-CON-TRABA
               ADD WS-TRABADO-HOY TO EM-IMPORTE-TRABADO
               IF EM-IMPORTE-TRABADO NOT < EM-IMPORTE-ORDENADO
                   MOVE 'S' TO EM-ESTADO
                   MOVE WS-FECHA-YYYYMMDD TO EM-FECHA-ESTADO
                   ADD 1 TO WS-ORDENES-CERRADAS
                   PERFORM 260-AUDITAR-CIERRE-ORDEN
               END-IF
               REWRITE EMBARGO-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR AL REGRABAR LA ORDEN '
                               EM-ORDEN-ID '. STATUS: '
                               WS-EMBARGOS-STATUS
               END-REWRITE
           END-IF
           PERFORM 290-PIE-ORDEN.

       210-CABECERA-ORDEN.
           MOVE SPACES TO WS-LINEA-RPT
           WRITE EMBARGOS-RECORD-OUT FROM WS-LINEA-RPT
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'ORDEN ' EM-ORDEN-ID '  ' EM-ORGANISMO
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE EMBARGOS-RECORD-OUT FROM WS-LINEA-RPT
           MOVE WS-MINIMO-ORDEN TO WS-SALDO-EDIT
           MOVE SPACES TO WS-LINEA-RPT
           STRING '  EXPEDIENTE ' EM-EXPEDIENTE '  CLIENTE '
                  EM-CLIENTE-ID '  MINIMO ' WS-SALDO-EDIT ' '
                  EM-DIVISA
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE EMBARGOS-RECORD-OUT FROM WS-LINEA-RPT
           MOVE EM-IMPORTE-ORDENADO TO WS-CAMPO-NUM-EDIT
           MOVE WS-TRABADO-ANTES    TO WS-CAMPO-NUM-EDIT2
           MOVE WS-PENDIENTE        TO WS-CAMPO-NUM-EDIT3
           MOVE SPACES TO WS-LINEA-RPT
           STRING '  ORDENADO ' WS-CAMPO-NUM-EDIT '  TRABADO '
                  WS-CAMPO-NUM-EDIT2 '  PENDIENTE ' WS-CAMPO-NUM-EDIT3
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE EMBARGOS-RECORD-OUT FROM WS-LINEA-RPT.

       215-BUSCAR-CUENTA-SUSPENSO.
           MOVE 'N' TO WS-SUS-HALLADA
           MOVE ZERO TO WS-CUENTA-SUSPENSO
           PERFORM VARYING WS-SUS-IDX FROM 1 BY 1
              UNTIL WS-SUS-IDX > WS-SUS-TOTAL OR SUS-HALLADA
              IF WS-SUS-DIVISA(WS-SUS-IDX) = EM-DIVISA
                 MOVE 'S' TO WS-SUS-HALLADA
                 MOVE WS-SUS-CUENTA(WS-SUS-IDX) TO WS-CUENTA-SUSPENSO
              END-IF
           END-PERFORM.

      *  Solo cuentan los abonos que ninguna orden ha trabado todavia.
       220-EVALUAR-ABONOS.
           IF AB-ABONOS > AB-TRABADO
               PERFORM 225-VER-CUENTA-AFECTADA
               IF CUENTA-AFECTADA
                   PERFORM 230-TRABAR-CUENTA
               END-IF
           END-IF.

      *  Afectada: citada en la orden o del cliente embargado.
       225-VER-CUENTA-AFECTADA.
           MOVE 'N' TO WS-AFECTADA-FLAG
           MOVE AB-CUENTA TO MR-CUENTA-NUM
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EM-CLIENTE-ID > ZERO
                      AND MR-CLIENTE-ID = EM-CLIENTE-ID
                       MOVE 'S' TO WS-AFECTADA-FLAG
                   END-IF
                   PERFORM VARYING WS-CTA-IDX FROM 1 BY 1
                      UNTIL WS-CTA-IDX > 5 OR CUENTA-AFECTADA
                      IF EM-CUENTA-NUM(WS-CTA-IDX) = AB-CUENTA
                          MOVE 'S' TO WS-AFECTADA-FLAG
                      END-IF
                   END-PERFORM
           END-READ.

      *  Importe a trabar: el menor de lo pendiente, los abonos libres
      *  y el saldo por encima del minimo protegido.
       230-TRABAR-CUENTA.
           COMPUTE WS-ABONOS-LIBRES = AB-ABONOS - AB-TRABADO
           COMPUTE WS-MARGEN-SALDO = MR-BALANCE - WS-MINIMO-ORDEN
           EVALUATE TRUE
               WHEN MR-CTA-CERRADA
                   MOVE 'CUENTA CERRADA' TO WS-MOTIVO
                   PERFORM 280-LINEA-NO-TRABADA
               WHEN MR-DIVISA NOT = EM-DIVISA
                   MOVE 'CUENTA EN OTRA DIVISA' TO WS-MOTIVO
                   PERFORM 280-LINEA-NO-TRABADA
               WHEN WS-MARGEN-SALDO NOT > ZERO
                   MOVE 'SALDO DENTRO DEL MINIMO PROTEGIDO'
                        TO WS-MOTIVO
                   PERFORM 280-LINEA-NO-TRABADA
               WHEN OTHER
                   MOVE WS-PENDIENTE TO WS-IMPORTE-TRABA
                   IF WS-ABONOS-LIBRES < WS-IMPORTE-TRABA
                       MOVE WS-ABONOS-LIBRES TO WS-IMPORTE-TRABA
                   END-IF
                   IF WS-MARGEN-SALDO < WS-IMPORTE-TRABA
                       MOVE WS-MARGEN-SALDO TO WS-IMPORTE-TRABA
                   END-IF
                   PERFORM 240-EJECUTAR-TRABA
           END-EVALUATE.

      *  Cargo en la cuenta embargada y abono en la de suspenso, con su
      *  pata de historico cada uno (referencias consecutivas, como
      *  las dos patas de una transferencia interna).
       240-EJECUTAR-TRABA.
           MOVE MR-BALANCE TO WS-SALDO-ANTERIOR
           SUBTRACT WS-IMPORTE-TRABA FROM MR-BALANCE
           REWRITE MASTER-RECORD
               INVALID KEY
                   DISPLAY 'ERROR AL ACTUALIZAR CUENTA ' MR-CUENTA-NUM
                           '. STATUS: ' WS-MASTER-STATUS
                   MOVE 'ERROR AL ACTUALIZAR LA CUENTA' TO WS-MOTIVO
                   PERFORM 280-LINEA-NO-TRABADA
               NOT INVALID KEY
                   MOVE MR-CUENTA-NUM TO WS-CTA-EMBARGADA
                   MOVE MR-BALANCE    TO WS-SALDO-EMBARGADA
                   PERFORM 250-HISTORIAL-CARGO-TRABA
                   MOVE HR-REFERENCIA TO WS-REF-TRABA
                   PERFORM 245-ABONAR-SUSPENSO
                   PERFORM 255-ANOTAR-TRABA
                   PERFORM 258-AUDITAR-TRABA
                   PERFORM 270-LINEA-TRABA
                   ADD 1 TO WS-TRABAS-HECHAS
                   SUBTRACT WS-IMPORTE-TRABA FROM WS-PENDIENTE
                   ADD WS-IMPORTE-TRABA TO WS-TRABADO-HOY
                   ADD WS-IMPORTE-TRABA TO AB-TRABADO
                   REWRITE AB-REGISTRO
           END-REWRITE.

      *  La cuenta de suspenso se valido al cargar la tabla; si aun
      *  asi falla, el cargo ya hecho queda marcado en el informe
      *  (270) y contado en el resumen para su ajuste manual.
       245-ABONAR-SUSPENSO.
           MOVE 'S' TO WS-ABONO-SUSPENSO-FLAG
           MOVE WS-CUENTA-SUSPENSO TO MR-CUENTA-NUM
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY '*** CUENTA DE SUSPENSO ' WS-CUENTA-SUSPENSO
                           ' NO ENCONTRADA: TRABA ' WS-REF-TRABA
                           ' SIN ABONO ***'
                   MOVE 'N' TO WS-ABONO-SUSPENSO-FLAG
               NOT INVALID KEY
                   ADD WS-IMPORTE-TRABA TO MR-BALANCE
                   REWRITE MASTER-RECORD
                       INVALID KEY
                           DISPLAY '*** ERROR AL ABONAR LA CUENTA DE '
                                   'SUSPENSO ' WS-CUENTA-SUSPENSO
                                   '. STATUS: ' WS-MASTER-STATUS
                           MOVE 'N' TO WS-ABONO-SUSPENSO-FLAG
                       NOT INVALID KEY
                           PERFORM 252-HISTORIAL-ABONO-SUSPENSO
                   END-REWRITE
           END-READ.

       250-HISTORIAL-CARGO-TRABA.
           MOVE WS-CTA-EMBARGADA    TO HR-CUENTA-NUM
           MOVE 'D'                 TO HR-SIGNO
           MOVE WS-CUENTA-SUSPENSO  TO HR-CONTRA-CUENTA
           MOVE WS-SALDO-EMBARGADA  TO HR-BALANCE-RESULT
           PERFORM 253-ESCRIBIR-HISTORIAL.

       252-HISTORIAL-ABONO-SUSPENSO.
           MOVE WS-CUENTA-SUSPENSO  TO HR-CUENTA-NUM
           MOVE 'H'                 TO HR-SIGNO
           MOVE WS-CTA-EMBARGADA    TO HR-CONTRA-CUENTA
           MOVE MR-BALANCE          TO HR-BALANCE-RESULT
           PERFORM 253-ESCRIBIR-HISTORIAL.

       253-ESCRIBIR-HISTORIAL.
           MOVE 'J'                 TO HR-TIPO
           MOVE WS-IMPORTE-TRABA    TO HR-CANTIDAD
           MOVE WS-FECHA-YYYYMMDD   TO HR-FECHA
           MOVE EM-DIVISA           TO HR-DIVISA
           MOVE ZERO                TO HR-TASA-APLICADA
           PERFORM 022-ASIGNAR-REFERENCIA
           MOVE ZERO                TO HR-CONTRA-BANCO
           MOVE ZERO                TO HR-CONTRA-ID
           MOVE SPACES              TO HR-CONTRA-REF
           STRING 'EMBARGO ' EM-ORDEN-ID
              DELIMITED BY SIZE INTO HR-CONTRA-REF
           END-STRING
           WRITE HISTORY-RECORD.

       255-ANOTAR-TRABA.
           MOVE EM-ORDEN-ID         TO TB-ORDEN-ID
           MOVE WS-FECHA-YYYYMMDD   TO TB-FECHA
           MOVE WS-CTA-EMBARGADA    TO TB-CUENTA-NUM
           MOVE WS-IMPORTE-TRABA    TO TB-IMPORTE
           MOVE EM-DIVISA           TO TB-DIVISA
           MOVE WS-REF-TRABA        TO TB-REFERENCIA
           MOVE WS-SALDO-EMBARGADA  TO TB-SALDO-RESULT
           MOVE WS-CUENTA-SUSPENSO  TO TB-CUENTA-SUSPENSO
           WRITE TRABA-RECORD.

      *  Cada traba en AUDITORIA-MANT.DAT: saldo de la cuenta antes y
      *  despues, modo 'E'.
       258-AUDITAR-TRABA.
           MOVE 'EMBARGOS' TO AU-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO AU-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO AU-HORA
           MOVE WS-CTA-EMBARGADA TO AU-CUENTA
           MOVE SPACES TO AU-CAMPO
           STRING 'EMB-TRABA ' EM-ORDEN-ID
              DELIMITED BY SIZE INTO AU-CAMPO
           END-STRING
           MOVE WS-SALDO-ANTERIOR TO WS-SALDO-EDIT
           MOVE WS-SALDO-EDIT TO AU-VALOR-ANTERIOR
           MOVE WS-SALDO-EMBARGADA TO WS-SALDO-EDIT
           MOVE WS-SALDO-EDIT TO AU-VALOR-NUEVO
           MOVE 'E' TO AU-MODO
           WRITE AUDITORIA-RECORD.

       260-AUDITAR-CIERRE-ORDEN.
           MOVE 'EMBARGOS' TO AU-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO AU-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO AU-HORA
           MOVE ZERO TO AU-CUENTA
           MOVE SPACES TO AU-CAMPO
           STRING 'EMB-CIERRE ' EM-ORDEN-ID
              DELIMITED BY SIZE INTO AU-CAMPO
           END-STRING
           MOVE 'A' TO AU-VALOR-ANTERIOR
           MOVE 'S' TO AU-VALOR-NUEVO
           MOVE 'E' TO AU-MODO
           WRITE AUDITORIA-RECORD.

       270-LINEA-TRABA.
           MOVE WS-ABONOS-LIBRES   TO WS-CAMPO-NUM-EDIT
           MOVE WS-IMPORTE-TRABA   TO WS-CAMPO-NUM-EDIT2
           MOVE WS-SALDO-EMBARGADA TO WS-SALDO-EDIT
           MOVE SPACES TO WS-LINEA-RPT
           STRING '  TRABA CTA ' WS-CTA-EMBARGADA ' ABONOS'
                  WS-CAMPO-NUM-EDIT ' TRABADO' WS-CAMPO-NUM-EDIT2
                  ' SALDO' WS-SALDO-EDIT
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE EMBARGOS-RECORD-OUT FROM WS-LINEA-RPT
           IF NOT ABONO-EN-SUSPENSO
               ADD 1 TO WS-TRABAS-SIN-ABONO
               MOVE SPACES TO WS-LINEA-RPT
               STRING '  *** TRABA ' WS-REF-TRABA
                      ' SIN ABONO EN SUSPENSO ' WS-CUENTA-SUSPENSO
                      ': AJUSTE MANUAL ***'
                  DELIMITED BY SIZE INTO WS-LINEA-RPT
               END-STRING
               WRITE EMBARGOS-RECORD-OUT FROM WS-LINEA-RPT
           END-IF.

       280-LINEA-NO-TRABADA.
           ADD 1 TO WS-CUENTAS-NO-TRABADAS
           MOVE SPACES TO WS-LINEA-RPT
           STRING '  CUENTA ' AB-CUENTA ' NO TRABADA: ' WS-MOTIVO
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE EMBARGOS-RECORD-OUT FROM WS-LINEA-RPT.

       290-PIE-ORDEN.
           MOVE WS-TRABADO-HOY     TO WS-CAMPO-NUM-EDIT
           MOVE EM-IMPORTE-TRABADO TO WS-CAMPO-NUM-EDIT2
           COMPUTE WS-PENDIENTE = EM-IMPORTE-ORDENADO
                                - EM-IMPORTE-TRABADO
           MOVE WS-PENDIENTE       TO WS-CAMPO-NUM-EDIT3
           MOVE SPACES TO WS-LINEA-RPT
           STRING '  HOY ' WS-CAMPO-NUM-EDIT '  TOTAL '
                  WS-CAMPO-NUM-EDIT2 '  PENDIENTE ' WS-CAMPO-NUM-EDIT3
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE EMBARGOS-RECORD-OUT FROM WS-LINEA-RPT
           IF EM-SATISFECHA
               MOVE SPACES TO WS-LINEA-RPT
               STRING '  *** ORDEN SATISFECHA: CERRADA CON FECHA '
                      EM-FECHA-ESTADO ' ***'
                  DELIMITED BY SIZE INTO WS-LINEA-RPT
               END-STRING
               WRITE EMBARGOS-RECORD-OUT FROM WS-LINEA-RPT
           END-IF.

       900-FINALIZAR-SIST.
           PERFORM 910-ESCRIBIR-RESUMEN
           PERFORM 905-GRABAR-CIERRE-CICLO
           IF EMBARGOS-ABIERTO
               CLOSE EMBARGOS-FILE
           END-IF
           CLOSE MASTER-FILE, ABONOS-TRABAJO, HISTORY-FILE,
                 TRABAS-FILE, AUDITORIA-FILE, EMBARGOS-RPT
           DISPLAY '--- BARRIDO DE EMBARGOS FINALIZADO ---'
           DISPLAY WS-TRABAS-HECHAS ' TRABAS REALIZADAS.'
           DISPLAY WS-ORDENES-CERRADAS ' ORDENES SATISFECHAS.'.

      *  Anota el cierre del ciclo en CONTROL-PROCESO.DAT.
       905-GRABAR-CIERRE-CICLO.
           OPEN EXTEND CONTROL-FILE
           MOVE SPACES TO CONTROL-RECORD
           MOVE 'C' TO CP-TIPO
           MOVE WS-FECHA-YYYYMMDD TO CP-FECHA
           MOVE 'BARRIDO-EMBARGOS' TO CP-PROGRAMA
           WRITE CONTROL-RECORD
           CLOSE CONTROL-FILE.

       910-ESCRIBIR-RESUMEN.
           MOVE SPACES TO WS-LINEA-RPT
           WRITE EMBARGOS-RECORD-OUT FROM WS-LINEA-RPT
           MOVE ALL '=' TO WS-LINEA-RPT
           WRITE EMBARGOS-RECORD-OUT FROM WS-LINEA-RPT

           MOVE SPACES TO WS-LINEA-RPT
           STRING 'MOVIMIENTOS DEL DIA: ' WS-MOVS-LEIDOS
                  '   CUENTAS CON ABONOS O TRABAS: '
                  WS-CUENTAS-CON-ABONOS
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE EMBARGOS-RECORD-OUT FROM WS-LINEA-RPT

           MOVE SPACES TO WS-LINEA-RPT
           STRING 'ORDENES ACTIVAS: ' WS-ORDENES-ACTIVAS
                  '   CON TRABA HOY: ' WS-ORDENES-CON-TRABA
                  '   SATISFECHAS HOY: ' WS-ORDENES-CERRADAS
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE EMBARGOS-RECORD-OUT FROM WS-LINEA-RPT

           MOVE SPACES TO WS-LINEA-RPT
           STRING 'TRABAS REALIZADAS: ' WS-TRABAS-HECHAS
                  '   CUENTAS NO TRABADAS: ' WS-CUENTAS-NO-TRABADAS
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE EMBARGOS-RECORD-OUT FROM WS-LINEA-RPT

           MOVE SPACES TO WS-LINEA-RPT
           STRING 'TRABAS SIN ABONO EN SUSPENSO (AJUSTE MANUAL): '
                  WS-TRABAS-SIN-ABONO
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE EMBARGOS-RECORD-OUT FROM WS-LINEA-RPT.
