       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABRIR-PRESTAMO.
      * PROPOSITO: Alta de prestamos personales. El prestamo se vincula
      * a una cuenta de CUENTAS-INDEXADAS.DAT (la de cargo de las
      * cuotas, que es tambien la que recibe el principal) y al
      * cliente titular de esa cuenta (MR-CLIENTE-ID). Con principal,
      * tipo de interes anual, plazo en meses y fecha de inicio:
      *   - calcula la cuota constante por el metodo frances y el
      *     cuadro de amortizacion completo (vencimiento, cuota,
      *     intereses, capital y capital pendiente de cada mes);
      *   - lo muestra y, confirmado, graba el prestamo en
      *     PRESTAMOS.DAT y el cuadro en CUADRO-AMORTIZACION.DAT;
      *   - abona el principal en la cuenta vinculada con su linea en
      *     TRANS-HISTORY.DAT (HR-TIPO 'P', disposicion de prestamo);
      *   - deja el cuadro impreso en CUADRO-PRESTAMOS.RPT para el
      *     cliente y el alta en AUDITORIA-MANT.DAT (AU-MODO 'P').
      * Las cuotas las cobra COBRO-CUOTAS en la cadena diaria.
      *
      * CALCULO: i = tipo anual / 1200; cuota = P * i * (1+i)**n /
      * ((1+i)**n - 1), redondeada al centimo (tipo cero: P / n). Los
      * intereses de cada mes son el capital pendiente por i,
      * redondeados; la ultima cuota amortiza exactamente el capital
      * que quede, absorbiendo los redondeos. El vencimiento k es la
      * fecha de inicio mas k meses, el mismo dia del mes (o el ultimo
      * dia si el mes es mas corto, criterio de GENERAR-ORDENES).
      *-----------------------------------------------------------------------*
      *CAMBIOS:
      *C0001 --> Fecha: 15/10/2026
      *          Descripción: Programa nuevo. Los prestamos dejan la
      *                       hoja de calculo: saldo vivo, cuadro y
      *                       disposicion pasan a ficheros del sistema.
      *
      *-----------------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  Fecha de negocio (ver APERTURA-DIA): es la fecha de la
      *  disposicion.
           SELECT CONTROL-FILE  ASSIGN TO 'CONTROL-PROCESO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT MASTER-FILE  ASSIGN TO 'CUENTAS-INDEXADAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MR-CUENTA-NUM
               FILE STATUS IS WS-MASTER-STATUS.

      *  Maestro de prestamos; DYNAMIC para buscar el ultimo id.
           SELECT PRESTAMOS-FILE  ASSIGN TO 'PRESTAMOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PRESTAMO-ID
               FILE STATUS IS WS-PRESTAMOS-STATUS.

      *  Cuadro de amortizacion: una linea por prestamo y cuota.
           SELECT CUADRO-FILE  ASSIGN TO 'CUADRO-AMORTIZACION.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-CLAVE
               FILE STATUS IS WS-CUADRO-STATUS.

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

           SELECT CUADRO-RPT  ASSIGN TO 'CUADRO-PRESTAMOS.RPT'
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

      * Un prestamo por registro. Lo leen tambien COBRO-CUOTAS,
      * POSICION-CLIENTE y PREVISION-CUENTA.
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

      * Una cuota del cuadro. CA-CAPITAL-PENDIENTE es el que queda
      * despues de pagarla; CA-CUENTA-NUM repite la del prestamo para
      * quien recorre el cuadro sin leer PRESTAMOS.DAT.
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
      *    emisor/orden de origen y su referencia. En la disposicion,
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

      * Mismo layout que en NUEVA-CUENTA.
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

       FD  CUADRO-RPT.
       01  CUADRO-RECORD-OUT    PIC X(80).

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
           05 WS-PRESTAMOS-STATUS    PIC XX.
           05 WS-CUADRO-STATUS       PIC XX.
           05 WS-HISTORY-STATUS      PIC XX.
           05 WS-CONTADOR-REF-STATUS PIC XX.
           05 WS-AUDITORIA-STATUS    PIC XX.
           05 WS-PRESTAMOS-EOF       PIC X VALUE 'N'.
              88 END-OF-PRESTAMOS    VALUE 'S'.
           05 WS-FICHEROS-FLAG       PIC X VALUE 'N'.
              88 FICHEROS-ABIERTOS   VALUE 'S'.
           05 WS-DATOS-OK-FLAG       PIC X VALUE 'N'.
              88 DATOS-OK            VALUE 'S'.
           05 WS-CUADRO-OK-FLAG      PIC X VALUE 'N'.
              88 CUADRO-GRABADO      VALUE 'S'.
           05 WS-CONTINUE-FLAG       PIC X VALUE 'S'.
           05 WS-RESPUESTA-OPER      PIC X VALUE 'N'.

       01  WS-FECHA-ACTUAL.
           05 WS-FECHA-YYYYMMDD  PIC 9(8).

       01  WS-OPERADOR           PIC X(8) VALUE SPACES.

      *  Datos del alta en curso.
       01  WS-ALTA.
           05 WS-IN-CUENTA       PIC 9(10) VALUE ZERO.
           05 WS-IN-DIVISA       PIC X(3) VALUE SPACES.
           05 WS-IN-PRINCIPAL    PIC 9(8)V99 VALUE ZERO.
           05 WS-IN-TASA         PIC 9(2)V9(4) VALUE ZERO.
           05 WS-IN-PLAZO        PIC 9(3) VALUE ZERO.
           05 WS-IN-FECHA-INICIO PIC 9(8) VALUE ZERO.
           05 WS-PLAZO-MAX       PIC 9(3) VALUE 480.
           05 WS-ULTIMO-PRESTAMO PIC 9(6) VALUE ZERO.
           05 WS-NUEVO-PRESTAMO  PIC 9(6) VALUE ZERO.
           05 WS-BALANCE-NUEVO   PIC S9(8)V99 VALUE ZERO.

      *  Calculo de la cuota francesa. La tasa mensual y el factor
      *  (1+i)**n llevan decimales de sobra para que la cuota salga
      *  exacta al centimo en plazos largos.
       01  WS-CALCULO.
           05 WS-TASA-MENSUAL    PIC 9V9(12) VALUE ZERO.
           05 WS-FACTOR          PIC 9(6)V9(12) VALUE ZERO.
           05 WS-CUOTA           PIC 9(8)V99 VALUE ZERO.
           05 WS-PENDIENTE       PIC 9(8)V99 VALUE ZERO.
           05 WS-TOTAL-INTERESES PIC 9(10)V99 VALUE ZERO.
           05 WS-TOTAL-CUOTAS    PIC 9(10)V99 VALUE ZERO.

      *  Cuadro calculado, antes de grabarlo (un prestamo por vez).
       01  WS-CUADRO-AREAS.
           05 WS-CT-IDX          PIC 9(3) VALUE ZERO.
           05 WS-CT-LINEA OCCURS 480 TIMES.
              10 WS-CT-FECHA      PIC 9(8).
              10 WS-CT-CUOTA      PIC 9(8)V99.
              10 WS-CT-INTERES    PIC 9(8)V99.
              10 WS-CT-CAPITAL    PIC 9(8)V99.
              10 WS-CT-PENDIENTE  PIC 9(8)V99.

      *  Aritmetica de vencimientos: inicio mas k meses, dia ancla.
       01  WS-FECHA-TRABAJO.
           05 WS-FT-FECHA.
              10 WS-FT-AAAA  PIC 9(4).
              10 WS-FT-MM    PIC 9(2).
              10 WS-FT-DD    PIC 9(2).
           05 WS-FT-FECHA-NUM REDEFINES WS-FT-FECHA  PIC 9(8).
           05 WS-FT-DIAS-MES  PIC 9(2).
           05 WS-FT-ANCLA     PIC 9(2).
           05 WS-FT-MESES     PIC 9(6).
           05 WS-FT-RESTO     PIC 9(2).

      *  Datos de la accion a auditar (ver 040-GRABAR-AUDITORIA).
       01  WS-AUD-AREAS.
           05 WS-AUD-CUENTA      PIC 9(10).
           05 WS-AUD-CAMPO       PIC X(20).
           05 WS-AUD-ANTERIOR    PIC X(20).
           05 WS-AUD-NUEVO       PIC X(20).

       01  WS-CONTADORES.
           05 WS-PRESTAMOS-ABIERTOS  PIC 9(5) VALUE ZERO.

       01  WS-ULTIMA-REFERENCIA  PIC 9(12) VALUE ZERO.

       01  WS-LINEA-RPT         PIC X(80).
       01  WS-CAMPO-NUM-EDIT    PIC -(9)9.99.
       01  WS-CAMPO-NUM-EDIT2   PIC -(9)9.99.
       01  WS-CAMPO-NUM-EDIT3   PIC -(9)9.99.
       01  WS-CAMPO-NUM-EDIT4   PIC -(9)9.99.
       01  WS-CAMPO-TASA-EDIT   PIC Z9.9999.

       PROCEDURE DIVISION.
      *    Sin fecha de negocio no hay disposicion: el abono lleva la
      *    fecha del dia abierto.
           PERFORM 003-LEER-FECHA-NEGOCIO
           IF CONTROL-SUPERADO
               PERFORM 000-INICIO-SIST
               IF FICHEROS-ABIERTOS
                   PERFORM 100-ALTA-PRESTAMO
                       WITH TEST AFTER
                       UNTIL WS-CONTINUE-FLAG NOT = 'S'
               END-IF
               PERFORM 900-FINALIZAR-SIST
           END-IF
           STOP RUN.

      *  Lee la fecha de negocio de CONTROL-PROCESO.DAT.
       003-LEER-FECHA-NEGOCIO.
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
                        IF CP-FECHA-NEGOCIO
                           MOVE CP-FECHA TO WS-FECHA-YYYYMMDD
                           MOVE 'S' TO WS-CONTROL-OK-FLAG
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
               IF NOT CONTROL-SUPERADO
                  DISPLAY '*** SIN FECHA DE NEGOCIO: EJECUTE '
                          'APERTURA-DIA ***'
               END-IF
           END-IF.

       000-INICIO-SIST.
           DISPLAY '*** ALTA DE PRESTAMOS ***'
           DISPLAY 'FECHA DE NEGOCIO: ' WS-FECHA-YYYYMMDD
           OPEN I-O MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY '*** ERROR CRITICO AL ABRIR ARCHIVO INDEXADO ***'
               DISPLAY 'FILE STATUS: ' WS-MASTER-STATUS
               DISPLAY 'EL PROGRAMA FINALIZARA.'
           ELSE
               PERFORM 023-ABRIR-PRESTAMOS
               PERFORM 020-ABRIR-HISTORY
               PERFORM 021-LEER-CONTADOR-REFERENCIAS
               PERFORM 030-ABRIR-AUDITORIA
               OPEN OUTPUT CUADRO-RPT
               MOVE 'S' TO WS-FICHEROS-FLAG
               PERFORM 050-BUSCAR-ULTIMO-PRESTAMO
           END-IF.

       020-ABRIR-HISTORY.
      *    Misma tecnica de apertura que en BANK-TRANS-PROCESSOR: crea
      *    el fichero si aun no existe, o continua al final si existe.
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

      *  Prestamos y cuadro se crean vacios en el primer alta (misma
      *  tecnica que CLIENTES.DAT en NUEVA-CUENTA).
       023-ABRIR-PRESTAMOS.
           OPEN I-O PRESTAMOS-FILE
           IF WS-PRESTAMOS-STATUS = '35' OR WS-PRESTAMOS-STATUS = '05'
               OPEN OUTPUT PRESTAMOS-FILE
               CLOSE PRESTAMOS-FILE
               OPEN I-O PRESTAMOS-FILE
           END-IF
           OPEN I-O CUADRO-FILE
           IF WS-CUADRO-STATUS = '35' OR WS-CUADRO-STATUS = '05'
               OPEN OUTPUT CUADRO-FILE
               CLOSE CUADRO-FILE
               OPEN I-O CUADRO-FILE
           END-IF.

      *  La pista de auditoria solo crece; el id de operador queda en
      *  cada registro que esta sesion grabe.
       030-ABRIR-AUDITORIA.
           OPEN EXTEND AUDITORIA-FILE
           IF WS-AUDITORIA-STATUS = '35' OR WS-AUDITORIA-STATUS = '05'
               OPEN OUTPUT AUDITORIA-FILE
           END-IF
           PERFORM WITH TEST AFTER
                   UNTIL WS-OPERADOR NOT = SPACES
               DISPLAY 'Id de operador (Max 8): '
               ACCEPT WS-OPERADOR
               IF WS-OPERADOR = SPACES
                   DISPLAY 'EL ID DE OPERADOR ES OBLIGATORIO.'
               END-IF
           END-PERFORM.

      *  Graba la accion con los datos dejados en WS-AUD-*; fecha y
      *  hora del momento de la grabacion. Modo 'P' = prestamos.
       040-GRABAR-AUDITORIA.
           MOVE WS-OPERADOR TO AU-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO AU-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO AU-HORA
           MOVE WS-AUD-CUENTA   TO AU-CUENTA
           MOVE WS-AUD-CAMPO    TO AU-CAMPO
           MOVE WS-AUD-ANTERIOR TO AU-VALOR-ANTERIOR
           MOVE WS-AUD-NUEVO    TO AU-VALOR-NUEVO
           MOVE 'P'             TO AU-MODO
           WRITE AUDITORIA-RECORD.

      *  El id del prestamo nuevo es el mayor existente mas uno.
       050-BUSCAR-ULTIMO-PRESTAMO.
           MOVE ZERO TO WS-ULTIMO-PRESTAMO
           MOVE 'N' TO WS-PRESTAMOS-EOF
           MOVE ZERO TO PR-PRESTAMO-ID
           START PRESTAMOS-FILE KEY IS NOT LESS THAN PR-PRESTAMO-ID
              INVALID KEY
                 MOVE 'S' TO WS-PRESTAMOS-EOF
           END-START
           PERFORM UNTIL END-OF-PRESTAMOS
              READ PRESTAMOS-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-PRESTAMOS-EOF
                 NOT AT END
                    MOVE PR-PRESTAMO-ID TO WS-ULTIMO-PRESTAMO
              END-READ
           END-PERFORM.

       100-ALTA-PRESTAMO.
           DISPLAY '-------------------------------------------'
           PERFORM 110-SOLICITAR-CUENTA
           IF DATOS-OK
               PERFORM 120-SOLICITAR-CONDICIONES
           END-IF
           IF DATOS-OK
               PERFORM 200-CALCULAR-CUADRO
           END-IF
           IF DATOS-OK
               PERFORM 250-MOSTRAR-RESUMEN
               DISPLAY 'FORMALIZAR EL PRESTAMO Y ABONAR EL PRINCIPAL? '
                       '(S/N): '
               ACCEPT WS-RESPUESTA-OPER
               IF WS-RESPUESTA-OPER = 'S'
                   PERFORM 300-FORMALIZAR-PRESTAMO
               ELSE
                   DISPLAY 'ALTA CANCELADA. NO SE HA GRABADO NADA.'
               END-IF
           END-IF
           DISPLAY '¿Desea dar de alta otro prestamo? (S/N): '
           ACCEPT WS-CONTINUE-FLAG.

      *  La cuenta vinculada debe existir y estar activa: recibe el
      *  principal y de ella se cobraran las cuotas. Cliente y divisa
      *  del prestamo son los de la cuenta.
       110-SOLICITAR-CUENTA.
           MOVE 'N' TO WS-DATOS-OK-FLAG
           DISPLAY 'Cuenta vinculada (10 dígitos): '
           ACCEPT WS-IN-CUENTA
           MOVE WS-IN-CUENTA TO MR-CUENTA-NUM
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY 'ERROR: La cuenta ' WS-IN-CUENTA
                           ' NO EXISTE (STATUS: '
                           WS-MASTER-STATUS ').'
               NOT INVALID KEY
                   IF MR-CTA-ACTIVA
                       MOVE 'S' TO WS-DATOS-OK-FLAG
                       MOVE MR-DIVISA TO WS-IN-DIVISA
                       DISPLAY 'TITULAR: ' MR-NOMBRE
                               '  DIVISA: ' MR-DIVISA
                               '  CLIENTE: ' MR-CLIENTE-ID
                       IF MR-CLIENTE-ID = ZERO
                           DISPLAY 'AVISO: CUENTA SIN CLIENTE ASIGNADO;'
                                   ' EL PRESTAMO NO SALDRA EN LA'
                                   ' POSICION DEL CLIENTE.'
                       END-IF
                   ELSE
                       DISPLAY 'ERROR: La cuenta ' WS-IN-CUENTA
                               ' NO ESTA ACTIVA (ESTADO '
                               MR-ESTADO ').'
                   END-IF
           END-READ.

       120-SOLICITAR-CONDICIONES.
           MOVE 'N' TO WS-DATOS-OK-FLAG
           DISPLAY 'Principal (Formato XXXXXXX.XX): '
           ACCEPT WS-IN-PRINCIPAL
           DISPLAY 'Tipo de interes anual (Formato 99.9999): '
           ACCEPT WS-IN-TASA
           DISPLAY 'Plazo en meses (1-480): '
           ACCEPT WS-IN-PLAZO
           DISPLAY 'Fecha de inicio AAAAMMDD (0 = fecha de negocio): '
           ACCEPT WS-IN-FECHA-INICIO
           IF WS-IN-FECHA-INICIO = ZERO
               MOVE WS-FECHA-YYYYMMDD TO WS-IN-FECHA-INICIO
           END-IF
           MOVE WS-IN-FECHA-INICIO TO WS-FT-FECHA-NUM
           EVALUATE TRUE
               WHEN WS-IN-PRINCIPAL = ZERO
                   DISPLAY 'ERROR: EL PRINCIPAL DEBE SER MAYOR QUE '
                           'CERO.'
               WHEN WS-IN-PLAZO = ZERO OR WS-IN-PLAZO > WS-PLAZO-MAX
                   DISPLAY 'ERROR: PLAZO FUERA DE RANGO (1-480 MESES).'
               WHEN WS-FT-MM < 1 OR WS-FT-MM > 12 OR WS-FT-DD < 1
                   DISPLAY 'ERROR: FECHA DE INICIO INVALIDA.'
               WHEN OTHER
                   PERFORM 720-DIAS-DEL-MES
                   IF WS-FT-DD > WS-FT-DIAS-MES
                       DISPLAY 'ERROR: FECHA DE INICIO INVALIDA.'
                   ELSE
                       MOVE 'S' TO WS-DATOS-OK-FLAG
                   END-IF
           END-EVALUATE.

      *  Cuota francesa y cuadro completo en WS-CT-LINEA. Un tipo y
      *  plazo cuyo factor (1+i)**n no cabe se rechazan: son
      *  condiciones que ningun prestamo personal lleva.
       200-CALCULAR-CUADRO.
           MOVE ZERO TO WS-TOTAL-INTERESES
           MOVE ZERO TO WS-TOTAL-CUOTAS
           IF WS-IN-TASA = ZERO
               MOVE ZERO TO WS-TASA-MENSUAL
               COMPUTE WS-CUOTA ROUNDED = WS-IN-PRINCIPAL / WS-IN-PLAZO
           ELSE
               COMPUTE WS-TASA-MENSUAL ROUNDED = WS-IN-TASA / 1200
               COMPUTE WS-FACTOR ROUNDED =
                  (1 + WS-TASA-MENSUAL) ** WS-IN-PLAZO
                   ON SIZE ERROR
                       MOVE 'N' TO WS-DATOS-OK-FLAG
               END-COMPUTE
               IF DATOS-OK
                   COMPUTE WS-CUOTA ROUNDED =
                      WS-IN-PRINCIPAL * WS-TASA-MENSUAL * WS-FACTOR
                      / (WS-FACTOR - 1)
                       ON SIZE ERROR
                           MOVE 'N' TO WS-DATOS-OK-FLAG
                   END-COMPUTE
               END-IF
           END-IF
           IF DATOS-OK
               MOVE WS-IN-PRINCIPAL TO WS-PENDIENTE
               MOVE WS-IN-FECHA-INICIO(7:2) TO WS-FT-ANCLA
               PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                  UNTIL WS-CT-IDX > WS-IN-PLAZO
                  PERFORM 210-CALCULAR-LINEA-CUADRO
               END-PERFORM
           ELSE
               DISPLAY 'ERROR: TIPO Y PLAZO FUERA DE RANGO DE CALCULO.'
           END-IF.

       210-CALCULAR-LINEA-CUADRO.
           PERFORM 700-CALCULAR-VENCIMIENTO
           MOVE WS-FT-FECHA-NUM TO WS-CT-FECHA(WS-CT-IDX)
           COMPUTE WS-CT-INTERES(WS-CT-IDX) ROUNDED =
              WS-PENDIENTE * WS-TASA-MENSUAL
      *    La ultima cuota cierra el capital exacto (redondeos).
           IF WS-CT-IDX = WS-IN-PLAZO
              OR WS-CUOTA - WS-CT-INTERES(WS-CT-IDX) > WS-PENDIENTE
               MOVE WS-PENDIENTE TO WS-CT-CAPITAL(WS-CT-IDX)
           ELSE
               COMPUTE WS-CT-CAPITAL(WS-CT-IDX) =
                  WS-CUOTA - WS-CT-INTERES(WS-CT-IDX)
           END-IF
           COMPUTE WS-CT-CUOTA(WS-CT-IDX) =
              WS-CT-CAPITAL(WS-CT-IDX) + WS-CT-INTERES(WS-CT-IDX)
           SUBTRACT WS-CT-CAPITAL(WS-CT-IDX) FROM WS-PENDIENTE
           MOVE WS-PENDIENTE TO WS-CT-PENDIENTE(WS-CT-IDX)
           ADD WS-CT-INTERES(WS-CT-IDX) TO WS-TOTAL-INTERESES
           ADD WS-CT-CUOTA(WS-CT-IDX)   TO WS-TOTAL-CUOTAS.

       250-MOSTRAR-RESUMEN.
           MOVE WS-CUOTA TO WS-CAMPO-NUM-EDIT
           MOVE WS-TOTAL-INTERESES TO WS-CAMPO-NUM-EDIT2
           DISPLAY 'CUOTA MENSUAL: ' WS-CAMPO-NUM-EDIT ' ' MR-DIVISA
           DISPLAY 'TOTAL INTERESES: ' WS-CAMPO-NUM-EDIT2
           DISPLAY 'PRIMER VENCIMIENTO: ' WS-CT-FECHA(1)
                   '  ULTIMO: ' WS-CT-FECHA(WS-IN-PLAZO).

      *  Graba prestamo y cuadro, abona el principal y deja historico,
      *  auditoria y cuadro impreso. Si el cuadro o el abono no se
      *  pueden grabar, el prestamo se deshace: nunca queda un
      *  prestamo sin disponer ni con el cuadro incompleto.
       300-FORMALIZAR-PRESTAMO.
           COMPUTE WS-NUEVO-PRESTAMO = WS-ULTIMO-PRESTAMO + 1
           MOVE WS-NUEVO-PRESTAMO  TO PR-PRESTAMO-ID
           MOVE WS-IN-CUENTA       TO PR-CUENTA-NUM
           MOVE MR-CLIENTE-ID      TO PR-CLIENTE-ID
           MOVE WS-IN-PRINCIPAL    TO PR-PRINCIPAL
           MOVE WS-IN-TASA         TO PR-TASA-ANUAL
           MOVE WS-IN-PLAZO        TO PR-PLAZO-MESES
           MOVE WS-IN-FECHA-INICIO TO PR-FECHA-INICIO
           MOVE WS-FECHA-YYYYMMDD  TO PR-FECHA-ALTA
           MOVE MR-DIVISA          TO PR-DIVISA
           MOVE WS-CUOTA           TO PR-CUOTA
           MOVE WS-IN-PRINCIPAL    TO PR-CAPITAL-PENDIENTE
           MOVE ZERO               TO PR-CUOTAS-PAGADAS
           MOVE 'V'                TO PR-ESTADO
           WRITE PRESTAMO-RECORD
               INVALID KEY
                   DISPLAY 'ERROR AL GRABAR EL PRESTAMO '
                           WS-NUEVO-PRESTAMO '. STATUS: '
                           WS-PRESTAMOS-STATUS
               NOT INVALID KEY
                   MOVE WS-NUEVO-PRESTAMO TO WS-ULTIMO-PRESTAMO
                   MOVE 'S' TO WS-CUADRO-OK-FLAG
                   PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                      UNTIL WS-CT-IDX > WS-IN-PLAZO
                         OR NOT CUADRO-GRABADO
                      PERFORM 310-GRABAR-LINEA-CUADRO
                   END-PERFORM
                   IF CUADRO-GRABADO
                       PERFORM 320-ABONAR-PRINCIPAL
                   ELSE
                       PERFORM 330-DESHACER-PRESTAMO
                   END-IF
           END-WRITE.

       310-GRABAR-LINEA-CUADRO.
           MOVE WS-NUEVO-PRESTAMO           TO CA-PRESTAMO-ID
           MOVE WS-CT-IDX                   TO CA-NUM-CUOTA
           MOVE WS-IN-CUENTA                TO CA-CUENTA-NUM
           MOVE WS-CT-FECHA(WS-CT-IDX)      TO CA-FECHA-VENCE
           MOVE WS-CT-CUOTA(WS-CT-IDX)      TO CA-CUOTA
           MOVE WS-CT-INTERES(WS-CT-IDX)    TO CA-INTERES
           MOVE WS-CT-CAPITAL(WS-CT-IDX)    TO CA-CAPITAL
           MOVE WS-CT-PENDIENTE(WS-CT-IDX)  TO CA-CAPITAL-PENDIENTE
           MOVE 'P'                         TO CA-ESTADO
           MOVE ZERO                        TO CA-FECHA-COBRO
           WRITE CUADRO-RECORD
               INVALID KEY
                   DISPLAY 'ERROR AL GRABAR CUOTA ' WS-CT-IDX
                           ' DEL PRESTAMO ' WS-NUEVO-PRESTAMO
                           '. STATUS: ' WS-CUADRO-STATUS
                   MOVE 'N' TO WS-CUADRO-OK-FLAG
           END-WRITE.

      *  La cuenta se leyo antes de teclear las condiciones y pudo
      *  moverse mientras tanto: se relee, se vuelve a comprobar y el
      *  saldo nuevo sale del registro fresco.
       320-ABONAR-PRINCIPAL.
           MOVE WS-IN-CUENTA TO MR-CUENTA-NUM
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY 'ERROR: NO SE PUDO RELEER LA CUENTA '
                           WS-IN-CUENTA ' (STATUS: '
                           WS-MASTER-STATUS ').'
                   PERFORM 330-DESHACER-PRESTAMO
               NOT INVALID KEY
                   IF NOT MR-CTA-ACTIVA OR MR-DIVISA NOT = WS-IN-DIVISA
                       DISPLAY 'ERROR: LA CUENTA ' WS-IN-CUENTA
                               ' HA CAMBIADO DE ESTADO O DIVISA '
                               'DURANTE EL ALTA.'
                       PERFORM 330-DESHACER-PRESTAMO
                   ELSE
                       PERFORM 325-GRABAR-ABONO
                   END-IF
           END-READ.

       325-GRABAR-ABONO.
           COMPUTE WS-BALANCE-NUEVO = MR-BALANCE + WS-IN-PRINCIPAL
               ON SIZE ERROR
                   DISPLAY '*** EL ABONO DESBORDA EL SALDO DE LA '
                           'CUENTA ***'
                   PERFORM 330-DESHACER-PRESTAMO
               NOT ON SIZE ERROR
                   MOVE WS-BALANCE-NUEVO TO MR-BALANCE
                   REWRITE MASTER-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR: REWRITE FALLIDO EN LA '
                                   'CUENTA ' MR-CUENTA-NUM
                           PERFORM 330-DESHACER-PRESTAMO
                       NOT INVALID KEY
                           PERFORM 340-ESCRIBIR-HISTORIAL
                           PERFORM 350-AUDITAR-ALTA
                           PERFORM 400-IMPRIMIR-CUADRO
                           ADD 1 TO WS-PRESTAMOS-ABIERTOS
                           MOVE WS-IN-PRINCIPAL TO WS-CAMPO-NUM-EDIT
                           DISPLAY '-> PRESTAMO ' WS-NUEVO-PRESTAMO
                                   ' FORMALIZADO. ABONADOS '
                                   WS-CAMPO-NUM-EDIT ' EN LA CUENTA '
                                   MR-CUENTA-NUM
                   END-REWRITE
           END-COMPUTE.

      *  Borra el prestamo y su cuadro recien grabados.
       330-DESHACER-PRESTAMO.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
              UNTIL WS-CT-IDX > WS-IN-PLAZO
              MOVE WS-NUEVO-PRESTAMO TO CA-PRESTAMO-ID
              MOVE WS-CT-IDX         TO CA-NUM-CUOTA
              DELETE CUADRO-FILE RECORD
                  INVALID KEY
                      CONTINUE
              END-DELETE
           END-PERFORM
           MOVE WS-NUEVO-PRESTAMO TO PR-PRESTAMO-ID
           DELETE PRESTAMOS-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           DISPLAY 'PRESTAMO ' WS-NUEVO-PRESTAMO ' ANULADO. NO SE HA '
                   'ABONADO NADA.'.

      *  Disposicion: abono 'P' en la divisa de la cuenta; la
      *  contrapartida es el propio prestamo.
       340-ESCRIBIR-HISTORIAL.
           MOVE MR-CUENTA-NUM     TO HR-CUENTA-NUM
           MOVE 'P'               TO HR-TIPO
           MOVE WS-IN-PRINCIPAL   TO HR-CANTIDAD
           MOVE WS-BALANCE-NUEVO  TO HR-BALANCE-RESULT
           MOVE WS-FECHA-YYYYMMDD TO HR-FECHA
           MOVE MR-DIVISA         TO HR-DIVISA
           MOVE ZERO              TO HR-TASA-APLICADA
           PERFORM 021-LEER-CONTADOR-REFERENCIAS
           PERFORM 022-ASIGNAR-REFERENCIA
           MOVE 'H'               TO HR-SIGNO
           MOVE ZERO              TO HR-CONTRA-CUENTA
           MOVE ZERO              TO HR-CONTRA-BANCO
           MOVE WS-NUEVO-PRESTAMO TO HR-CONTRA-ID
           MOVE SPACES            TO HR-CONTRA-REF
           STRING 'PRESTAMO ' WS-NUEVO-PRESTAMO
              DELIMITED BY SIZE INTO HR-CONTRA-REF
           END-STRING
           WRITE HISTORY-RECORD-OUT.

       350-AUDITAR-ALTA.
           MOVE MR-CUENTA-NUM     TO WS-AUD-CUENTA
           MOVE 'ALTA-PRESTAMO'   TO WS-AUD-CAMPO
           MOVE WS-NUEVO-PRESTAMO TO WS-AUD-ANTERIOR
           MOVE WS-IN-PRINCIPAL   TO WS-CAMPO-NUM-EDIT
           MOVE WS-CAMPO-NUM-EDIT TO WS-AUD-NUEVO
           PERFORM 040-GRABAR-AUDITORIA.

      *  Cuadro impreso para el cliente: cabecera con las condiciones
      *  y una linea por cuota.
       400-IMPRIMIR-CUADRO.
           MOVE SPACES TO WS-LINEA-RPT
           STRING '--------------------------------------------------'
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE CUADRO-RECORD-OUT FROM WS-LINEA-RPT
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'PRESTAMO ' WS-NUEVO-PRESTAMO
                  '  CUENTA ' MR-CUENTA-NUM '  TITULAR ' MR-NOMBRE
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE CUADRO-RECORD-OUT FROM WS-LINEA-RPT
           MOVE WS-IN-PRINCIPAL TO WS-CAMPO-NUM-EDIT
           MOVE WS-IN-TASA      TO WS-CAMPO-TASA-EDIT
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'PRINCIPAL ' WS-CAMPO-NUM-EDIT ' ' MR-DIVISA
                  '  TIPO ANUAL ' WS-CAMPO-TASA-EDIT '%'
                  '  PLAZO ' WS-IN-PLAZO ' MESES'
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE CUADRO-RECORD-OUT FROM WS-LINEA-RPT
           MOVE WS-CUOTA TO WS-CAMPO-NUM-EDIT
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'FECHA DE INICIO ' WS-IN-FECHA-INICIO
                  '  DISPUESTO EL ' WS-FECHA-YYYYMMDD
                  '  CUOTA ' WS-CAMPO-NUM-EDIT
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE CUADRO-RECORD-OUT FROM WS-LINEA-RPT
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'NUM   VENCIM.          CUOTA    INTERESES'
                  '      CAPITAL    PENDIENTE'
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE CUADRO-RECORD-OUT FROM WS-LINEA-RPT
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
              UNTIL WS-CT-IDX > WS-IN-PLAZO
              PERFORM 410-IMPRIMIR-LINEA-CUADRO
           END-PERFORM
           MOVE WS-TOTAL-CUOTAS    TO WS-CAMPO-NUM-EDIT
           MOVE WS-TOTAL-INTERESES TO WS-CAMPO-NUM-EDIT2
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'TOTAL A PAGAR ' WS-CAMPO-NUM-EDIT
                  '   TOTAL INTERESES ' WS-CAMPO-NUM-EDIT2
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE CUADRO-RECORD-OUT FROM WS-LINEA-RPT.

       410-IMPRIMIR-LINEA-CUADRO.
           MOVE WS-CT-CUOTA(WS-CT-IDX)     TO WS-CAMPO-NUM-EDIT
           MOVE WS-CT-INTERES(WS-CT-IDX)   TO WS-CAMPO-NUM-EDIT2
           MOVE WS-CT-CAPITAL(WS-CT-IDX)   TO WS-CAMPO-NUM-EDIT3
           MOVE WS-CT-PENDIENTE(WS-CT-IDX) TO WS-CAMPO-NUM-EDIT4
           MOVE SPACES TO WS-LINEA-RPT
           STRING WS-CT-IDX '   ' WS-CT-FECHA(WS-CT-IDX) ' '
                  WS-CAMPO-NUM-EDIT WS-CAMPO-NUM-EDIT2
                  WS-CAMPO-NUM-EDIT3 WS-CAMPO-NUM-EDIT4
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE CUADRO-RECORD-OUT FROM WS-LINEA-RPT.

      *  Vencimiento WS-CT-IDX: inicio mas WS-CT-IDX meses, con el dia
      *  ancla del inicio recortado al ultimo dia del mes.
       700-CALCULAR-VENCIMIENTO.
           MOVE WS-IN-FECHA-INICIO TO WS-FT-FECHA-NUM
           COMPUTE WS-FT-MESES = WS-FT-AAAA * 12 + WS-FT-MM - 1
                               + WS-CT-IDX
           DIVIDE WS-FT-MESES BY 12 GIVING WS-FT-AAAA
               REMAINDER WS-FT-RESTO
           COMPUTE WS-FT-MM = WS-FT-RESTO + 1
           MOVE WS-FT-ANCLA TO WS-FT-DD
           PERFORM 720-DIAS-DEL-MES
           IF WS-FT-DD > WS-FT-DIAS-MES
              MOVE WS-FT-DIAS-MES TO WS-FT-DD
           END-IF.

      *  Misma tabla de dias por mes que GENERAR-ORDENES.
       720-DIAS-DEL-MES.
           EVALUATE WS-FT-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-FT-DIAS-MES
               WHEN 2
                   IF FUNCTION MOD(WS-FT-AAAA, 4) = 0
                      AND (FUNCTION MOD(WS-FT-AAAA, 100) NOT = 0
                           OR FUNCTION MOD(WS-FT-AAAA, 400) = 0)
                      MOVE 29 TO WS-FT-DIAS-MES
                   ELSE
                      MOVE 28 TO WS-FT-DIAS-MES
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-FT-DIAS-MES
           END-EVALUATE.

       900-FINALIZAR-SIST.
           IF FICHEROS-ABIERTOS
               CLOSE MASTER-FILE, PRESTAMOS-FILE, CUADRO-FILE,
                     HISTORY-FILE, AUDITORIA-FILE, CUADRO-RPT
           END-IF
           DISPLAY '--- ALTA DE PRESTAMOS FINALIZADA ---'
           DISPLAY WS-PRESTAMOS-ABIERTOS ' PRESTAMOS FORMALIZADOS.'.
