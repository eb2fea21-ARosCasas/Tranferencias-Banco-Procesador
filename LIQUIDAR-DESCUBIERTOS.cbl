       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDAR-DESCUBIERTOS.
      * PROPOSITO: Liquidacion mensual de intereses deudores, espejo de
      * CALCULO-INTERES para los saldos negativos. Reconstruye desde
      * TRANS-HISTORY.DAT el saldo de cierre de cada dia del mes de
      * negocio por cuenta, suma los saldos diarios negativos (numeral
      * deudor) y carga en el saldo
      *   numeral * tasa deudora / 100 / 365
      * como pata HR-TIPO 'E' (interes deudor, sentido D). La tasa
      * deudora sale de TARIFAS-DESCUBIERTO.DAT por MR-TIPO-CUENTA.
      *
      * Una cuenta que durante el mes quedo por debajo de su limite de
      * descubierto (cero = sin descubierto autorizado) por anulaciones,
      * comisiones o los propios intereses paga ademas, una sola vez
      * en la liquidacion, la comision por exceso de su tipo de cuenta
      * (pata 'F' con HR-CONTRA-REF 'EXCESO DESCUBIERTO') y sale en el
      * listado de oficinas EXCESOS-DESCUBIERTO.RPT.
      *
      * LIQUIDACION-DESCUBIERTOS.RPT lleva una liquidacion por cuenta,
      * lista para remitir al cliente.
      *
      * FORMATO DE TARIFAS-DESCUBIERTO.DAT (uno por tipo de cuenta):
      *   tipo de cuenta (A/C) + tasa deudora anual + comision por
      *   exceso sobre el limite.
      *
      * Los cargos se aplican sin mirar MR-ESTADO ni el margen: el
      * interes se ha devengado igualmente. Solo se saltan las
      * cuentas cerradas.
      *-----------------------------------------------------------------------*
      *CAMBIOS:
      *C0001 --> Fecha: 15/10/2026
      *          Descripción: Programa nuevo. Los descubiertos no
      *                       tenian coste alguno para el cliente.
      *                       Misma guarda mensual y modo desatendido
      *                       que CALCULO-INTERES (la liquidacion se
      *                       niega a correr dos veces en el mismo mes
      *                       salvo override).
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

      *  Saldos diarios del mes por cuenta, reconstruidos en cada
      *  arranque desde el historico (misma tecnica que
      *  VOLUMEN-TRABAJO.DAT de COBRO-COMISIONES).
           SELECT SALDOS-TRABAJO  ASSIGN TO 'SALDOS-DIARIOS-TRABAJO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SD-CUENTA
               FILE STATUS IS WS-SALDOS-TRABAJO-STATUS.

      *  ACCESS MODE DYNAMIC: recorrido secuencial completo del
      *  maestro, con REWRITE por clave sobre la cuenta leida (misma
      *  tecnica que CALCULO-INTERES).
           SELECT MASTER-FILE  ASSIGN TO 'CUENTAS-INDEXADAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MR-CUENTA-NUM
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT TARIFAS-FILE  ASSIGN TO 'TARIFAS-DESCUBIERTO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARIFAS-STATUS.

           SELECT HISTORY-FILE  ASSIGN TO 'TRANS-HISTORY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

      *  Ultima referencia de movimiento asignada; compartido por
      *  todos los programas que graban en TRANS-HISTORY.DAT.
           SELECT CONTADOR-REF-FILE
               ASSIGN TO 'CONTADOR-REFERENCIAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTADOR-REF-STATUS.

           SELECT LIQUIDACION-RPT
               ASSIGN TO 'LIQUIDACION-DESCUBIERTOS.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCESOS-RPT  ASSIGN TO 'EXCESOS-DESCUBIERTO.RPT'
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

      * Situacion de una cuenta en el mes de negocio: saldo vigente
      * desde el dia SD-DIA-DESDE (aun sin acumular), numeral deudor y
      * dias en negativo ya acumulados, y saldo mas bajo alcanzado
      * (incluidos los intermedios de un mismo dia).
       FD  SALDOS-TRABAJO.
       01  SD-REGISTRO.
           05 SD-CUENTA        PIC 9(10).
           05 SD-SALDO         PIC S9(8)V99.
           05 SD-DIA-DESDE     PIC 9(2).
           05 SD-NUMERAL       PIC 9(12)V99.
           05 SD-DIAS-DEUDOR   PIC 9(3).
           05 SD-SALDO-MINIMO  PIC S9(8)V99.

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

      * Condiciones de descubierto de un tipo de cuenta.
       FD  TARIFAS-FILE.
       01  TARIFA-RECORD.
           05 TD-TIPO-CUENTA     PIC X(1).
           05 TD-TASA-DEUDORA    PIC 9(2)V9(4).
           05 TD-COMISION-EXCESO PIC 9(6)V99.

      * Mismo layout que HISTORY-RECORD-OUT en BANK-TRANS-PROCESSOR.
      * Se abre en INPUT para reconstruir los saldos diarios y despues
      * en EXTEND para grabar los cargos.
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

      * Mismo layout que en BANK-TRANS-PROCESSOR (su C0034).
       FD  CONTADOR-REF-FILE.
       01  CONTADOR-REF-RECORD.
           05 CR-ULTIMA-REFERENCIA  PIC 9(12).

       FD  LIQUIDACION-RPT.
       01  LIQUIDACION-RECORD-OUT  PIC X(80).

       FD  EXCESOS-RPT.
       01  EXCESO-RECORD-OUT  PIC X(80).

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
           05 WS-MASTER-STATUS    PIC XX.
           05 WS-TARIFAS-STATUS   PIC XX.
           05 WS-HISTORY-STATUS   PIC XX.
           05 WS-CONTADOR-REF-STATUS PIC XX.
           05 WS-SALDOS-TRABAJO-STATUS  PIC XX.
           05 WS-MASTER-EOF-FLAG  PIC X VALUE 'N'.
              88 END-OF-MASTER    VALUE 'S'.
           05 WS-TARIFAS-EOF      PIC X VALUE 'N'.
              88 END-OF-TARIFAS   VALUE 'S'.
           05 WS-HISTORY-EOF      PIC X VALUE 'N'.
              88 END-OF-HISTORY   VALUE 'S'.
           05 WS-TARIFA-HALLADA   PIC X VALUE 'N'.
              88 TARIFA-HALLADA   VALUE 'S'.
           05 WS-EXCESO-FLAG      PIC X VALUE 'N'.
              88 HUBO-EXCESO      VALUE 'S'.

      *  Condiciones cargadas en memoria; una por tipo de cuenta.
       01  WS-TARIFAS-AREAS.
           05 WS-TAR-TOTAL  PIC 9(3) VALUE ZERO.
           05 WS-TAR-IDX    PIC 9(3) VALUE ZERO.
           05 WS-TAR-MAX    PIC 9(3) VALUE 20.
           05 WS-TAR-TABLA OCCURS 20 TIMES.
              10 WS-TAR-TIPO      PIC X(1).
              10 WS-TAR-TASA      PIC 9(2)V9(4).
              10 WS-TAR-EXCESO    PIC 9(6)V99.

      *  Base de calculo: dias del año.
       01  WS-BASE-DIAS         PIC 9(3) VALUE 365.

      *  Reconstruccion de saldos diarios.
       01  WS-SALDOS-AREAS.
           05 WS-DIA-HASTA      PIC 9(2).
           05 WS-DIAS-TRAMO     PIC 9(3).
           05 WS-ULTIMO-DIA     PIC 9(2).
           05 WS-SALDO-PREVIO   PIC S9(8)V99.

      *  Liquidacion de la cuenta en curso.
       01  WS-LIQUIDACION.
           05 WS-NUMERAL        PIC 9(12)V99.
           05 WS-DIAS-DEUDOR    PIC 9(3).
           05 WS-SALDO-MINIMO   PIC S9(8)V99.
           05 WS-IMPORTE-INTERES PIC S9(8)V99 VALUE ZERO.
           05 WS-IMPORTE-EXCESO PIC S9(8)V99 VALUE ZERO.
           05 WS-LIMITE-NEGATIVO PIC S9(8)V99.

       01  WS-CONTADORES.
           05 WS-CUENTAS-LEIDAS      PIC 9(5) VALUE ZERO.
           05 WS-CUENTAS-LIQUIDADAS  PIC 9(5) VALUE ZERO.
           05 WS-CUENTAS-EXCESO      PIC 9(5) VALUE ZERO.
           05 WS-CUENTAS-SIN-TARIFA  PIC 9(5) VALUE ZERO.
           05 WS-TOTAL-INTERESES     PIC S9(10)V99 VALUE ZERO.
           05 WS-TOTAL-EXCESOS       PIC S9(10)V99 VALUE ZERO.

       01  WS-MES-NEGOCIO       PIC 9(6).

       01  WS-FECHA-ACTUAL.
           05 WS-FECHA-YYYYMMDD  PIC 9(8).

       01  WS-LINEA-RPT         PIC X(80).
       01  WS-CAMPO-NUM-EDIT    PIC -(9)9.99.
       01  WS-CAMPO-NUM-EDIT2   PIC -(9)9.99.
       01  WS-NUMERAL-EDIT      PIC Z(11)9.99.
       01  WS-TASA-EDIT         PIC Z9.9999.

      *  Ultima referencia de historico asignada (ver 022).
       01  WS-ULTIMA-REFERENCIA  PIC 9(12) VALUE ZERO.

       PROCEDURE DIVISION.
      *    Sin fecha de negocio o con la liquidacion del mes ya hecha
      *    (salvo override) no se carga nada.
           PERFORM 005-CARGAR-PARAMETROS
           PERFORM 003-VERIFICAR-CONTROL-PROCESO
           IF CONTROL-SUPERADO
               PERFORM 000-INICIO-SIST
               PERFORM 100-PROCESAR-CUENTA
                   UNTIL END-OF-MASTER
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
               DISPLAY '*** LA LIQUIDACION DE DESCUBIERTOS DE ESTE MES '
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
                      AND CP-PROGRAMA = 'LIQUIDAR-DESCUBIERTOS'
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
                       IF PE-PROGRAMA = 'LIQUIDAR-DESCUBIERTOS'
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
           DISPLAY '*** LIQUIDACION DE DESCUBIERTOS ***'
      *    WS-FECHA-YYYYMMDD viene de la fecha de negocio (003); el mes
      *    se liquida del dia 1 a la fecha de negocio inclusive.
           MOVE WS-FECHA-YYYYMMDD(1:6) TO WS-MES-NEGOCIO
           MOVE WS-FECHA-YYYYMMDD(7:2) TO WS-ULTIMO-DIA
           PERFORM 010-CARGAR-TARIFAS
           PERFORM 015-RECONSTRUIR-SALDOS-DIARIOS
           OPEN I-O MASTER-FILE
           PERFORM 020-ABRIR-HISTORY
           PERFORM 021-LEER-CONTADOR-REFERENCIAS
           OPEN OUTPUT LIQUIDACION-RPT
           OPEN OUTPUT EXCESOS-RPT
           PERFORM 030-CABECERA-EXCESOS

           MOVE ZERO TO MR-CUENTA-NUM
           START MASTER-FILE KEY IS NOT LESS THAN MR-CUENTA-NUM
              INVALID KEY CONTINUE
           END-START
           PERFORM 110-READ-MASTER-FILE.

       010-CARGAR-TARIFAS.
           OPEN INPUT TARIFAS-FILE
           IF WS-TARIFAS-STATUS NOT = '00'
               DISPLAY '*** ERROR AL ABRIR TARIFAS-DESCUBIERTO.DAT ***'
               DISPLAY 'FILE STATUS: ' WS-TARIFAS-STATUS
               MOVE 'S' TO WS-TARIFAS-EOF
           ELSE
               PERFORM UNTIL END-OF-TARIFAS
                  READ TARIFAS-FILE
                     AT END
                        MOVE 'S' TO WS-TARIFAS-EOF
                     NOT AT END
                        IF WS-TAR-TOTAL < WS-TAR-MAX
                           ADD 1 TO WS-TAR-TOTAL
                           MOVE TD-TIPO-CUENTA
                                TO WS-TAR-TIPO(WS-TAR-TOTAL)
                           MOVE TD-TASA-DEUDORA
                                TO WS-TAR-TASA(WS-TAR-TOTAL)
                           MOVE TD-COMISION-EXCESO
                                TO WS-TAR-EXCESO(WS-TAR-TOTAL)
                        ELSE
                           DISPLAY '*** TABLA DE TARIFAS LLENA ***'
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE TARIFAS-FILE
           END-IF.

      *  Una pasada por el historico (en orden de grabacion). Cada
      *  linea de un mes anterior deja el saldo de apertura; cada linea
      *  del mes cierra los dias transcurridos con el saldo vigente y
      *  fija el nuevo. Varias lineas del mismo dia: manda la ultima.
       015-RECONSTRUIR-SALDOS-DIARIOS.
           OPEN OUTPUT SALDOS-TRABAJO
           CLOSE SALDOS-TRABAJO
           OPEN I-O SALDOS-TRABAJO
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
               MOVE 'S' TO WS-HISTORY-EOF
           END-IF
           PERFORM UNTIL END-OF-HISTORY
              READ HISTORY-FILE
                 AT END
                    MOVE 'S' TO WS-HISTORY-EOF
                 NOT AT END
                    IF HR-FECHA-AAAAMM < WS-MES-NEGOCIO
                       PERFORM 016-ANOTAR-SALDO-APERTURA
                    ELSE
                       IF HR-FECHA-AAAAMM = WS-MES-NEGOCIO
                          AND HR-FECHA-DD <= WS-ULTIMO-DIA
                          PERFORM 017-ANOTAR-MOVIMIENTO-DEL-MES
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF WS-HISTORY-STATUS = '00' OR WS-HISTORY-STATUS = '10'
              CLOSE HISTORY-FILE
           END-IF.

       016-ANOTAR-SALDO-APERTURA.
           MOVE HR-CUENTA-NUM TO SD-CUENTA
           READ SALDOS-TRABAJO
              INVALID KEY
                 MOVE HR-CUENTA-NUM     TO SD-CUENTA
                 MOVE HR-BALANCE-RESULT TO SD-SALDO
                 MOVE 1                 TO SD-DIA-DESDE
                 MOVE ZERO              TO SD-NUMERAL
                 MOVE ZERO              TO SD-DIAS-DEUDOR
                 MOVE HR-BALANCE-RESULT TO SD-SALDO-MINIMO
                 WRITE SD-REGISTRO
              NOT INVALID KEY
                 MOVE HR-BALANCE-RESULT TO SD-SALDO
                 MOVE HR-BALANCE-RESULT TO SD-SALDO-MINIMO
                 REWRITE SD-REGISTRO
           END-READ.

       017-ANOTAR-MOVIMIENTO-DEL-MES.
           MOVE HR-CUENTA-NUM TO SD-CUENTA
           READ SALDOS-TRABAJO
              INVALID KEY
      *          Sin lineas anteriores (cuenta nueva o historico ya
      *          archivado): la apertura se deduce del primer apunte.
                 PERFORM 018-DEDUCIR-SALDO-APERTURA
                 MOVE HR-CUENTA-NUM   TO SD-CUENTA
                 MOVE WS-SALDO-PREVIO TO SD-SALDO
                 MOVE 1               TO SD-DIA-DESDE
                 MOVE ZERO            TO SD-NUMERAL
                 MOVE ZERO            TO SD-DIAS-DEUDOR
                 MOVE WS-SALDO-PREVIO TO SD-SALDO-MINIMO
                 WRITE SD-REGISTRO
           END-READ
           MOVE HR-FECHA-DD TO WS-DIA-HASTA
           PERFORM 019-ACUMULAR-DIAS
           MOVE HR-BALANCE-RESULT TO SD-SALDO
           MOVE HR-FECHA-DD       TO SD-DIA-DESDE
           IF SD-SALDO < SD-SALDO-MINIMO
              MOVE SD-SALDO TO SD-SALDO-MINIMO
           END-IF
           REWRITE SD-REGISTRO.

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

      *  Cierra en SD-REGISTRO los dias de SD-DIA-DESDE a
      *  WS-DIA-HASTA - 1, todos con el saldo SD-SALDO.
       019-ACUMULAR-DIAS.
           IF WS-DIA-HASTA > SD-DIA-DESDE
              COMPUTE WS-DIAS-TRAMO = WS-DIA-HASTA - SD-DIA-DESDE
              IF SD-SALDO < ZERO
                 ADD WS-DIAS-TRAMO TO SD-DIAS-DEUDOR
                 COMPUTE SD-NUMERAL = SD-NUMERAL
                    + (ZERO - SD-SALDO) * WS-DIAS-TRAMO
              END-IF
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

       030-CABECERA-EXCESOS.
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'CUENTAS EN EXCESO SOBRE SU LIMITE DE DESCUBIERTO - '
                  'MES ' WS-MES-NEGOCIO
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE EXCESO-RECORD-OUT FROM WS-LINEA-RPT
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'CUENTA     TITULAR                        LIMITE'
                  '  SALDO MINIMO  COMISION'
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE EXCESO-RECORD-OUT FROM WS-LINEA-RPT
           MOVE ALL '-' TO WS-LINEA-RPT
           WRITE EXCESO-RECORD-OUT FROM WS-LINEA-RPT.

       100-PROCESAR-CUENTA.
           ADD 1 TO WS-CUENTAS-LEIDAS
           IF NOT MR-CTA-CERRADA
              PERFORM 200-LIQUIDAR-SI-CORRESPONDE
           END-IF
           PERFORM 110-READ-MASTER-FILE.

       110-READ-MASTER-FILE.
           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-MASTER-EOF-FLAG
           END-READ.

       200-LIQUIDAR-SI-CORRESPONDE.
           PERFORM 210-CERRAR-NUMERALES
           COMPUTE WS-LIMITE-NEGATIVO = ZERO - MR-LIMITE-SOBREGIRO
           MOVE 'N' TO WS-EXCESO-FLAG
           IF WS-SALDO-MINIMO < WS-LIMITE-NEGATIVO
              MOVE 'S' TO WS-EXCESO-FLAG
           END-IF
           IF WS-NUMERAL NOT = ZERO OR HUBO-EXCESO
              PERFORM 220-BUSCAR-TARIFA
              IF TARIFA-HALLADA
                 PERFORM 205-LIQUIDAR-CUENTA
              ELSE
                 PERFORM 320-INFORMAR-SIN-TARIFA
              END-IF
           END-IF.

      *  Intereses del numeral y comision de exceso con la tarifa del
      *  tipo de cuenta ya localizada.
       205-LIQUIDAR-CUENTA.
           MOVE ZERO TO WS-IMPORTE-INTERES
           MOVE ZERO TO WS-IMPORTE-EXCESO
           COMPUTE WS-IMPORTE-INTERES ROUNDED =
              WS-NUMERAL * WS-TAR-TASA(WS-TAR-IDX) / 100
              / WS-BASE-DIAS
           IF WS-IMPORTE-INTERES > ZERO
              PERFORM 230-CARGAR-INTERES
           END-IF
      *    Los propios intereses pueden llevar la cuenta por debajo
      *    del limite.
           IF MR-BALANCE < WS-LIMITE-NEGATIVO
              MOVE 'S' TO WS-EXCESO-FLAG
              IF MR-BALANCE < WS-SALDO-MINIMO
                 MOVE MR-BALANCE TO WS-SALDO-MINIMO
              END-IF
           END-IF
           IF HUBO-EXCESO
              MOVE WS-TAR-EXCESO(WS-TAR-IDX) TO WS-IMPORTE-EXCESO
              ADD 1 TO WS-CUENTAS-EXCESO
              IF WS-IMPORTE-EXCESO > ZERO
                 PERFORM 240-CARGAR-EXCESO
              END-IF
              PERFORM 310-LISTAR-EXCESO
           END-IF
           IF WS-IMPORTE-INTERES > ZERO OR WS-IMPORTE-EXCESO > ZERO
              ADD 1 TO WS-CUENTAS-LIQUIDADAS
              PERFORM 300-IMPRIMIR-LIQUIDACION
           END-IF.

      *  Numeral deudor, dias en negativo y saldo minimo del mes de la
      *  cuenta en curso. Sin linea alguna en el historico el saldo
      *  del maestro ha regido todo el mes.
       210-CERRAR-NUMERALES.
           MOVE MR-CUENTA-NUM TO SD-CUENTA
           READ SALDOS-TRABAJO
              INVALID KEY
                 MOVE MR-CUENTA-NUM TO SD-CUENTA
                 MOVE MR-BALANCE    TO SD-SALDO
                 MOVE 1             TO SD-DIA-DESDE
                 MOVE ZERO          TO SD-NUMERAL
                 MOVE ZERO          TO SD-DIAS-DEUDOR
                 MOVE MR-BALANCE    TO SD-SALDO-MINIMO
           END-READ
           COMPUTE WS-DIA-HASTA = WS-ULTIMO-DIA + 1
           PERFORM 019-ACUMULAR-DIAS
           MOVE SD-NUMERAL      TO WS-NUMERAL
           MOVE SD-DIAS-DEUDOR  TO WS-DIAS-DEUDOR
           MOVE SD-SALDO-MINIMO TO WS-SALDO-MINIMO.

       220-BUSCAR-TARIFA.
           MOVE 'N' TO WS-TARIFA-HALLADA
           PERFORM VARYING WS-TAR-IDX FROM 1 BY 1
              UNTIL WS-TAR-IDX > WS-TAR-TOTAL OR TARIFA-HALLADA
              IF WS-TAR-TIPO(WS-TAR-IDX) = MR-TIPO-CUENTA
                 MOVE 'S' TO WS-TARIFA-HALLADA
              END-IF
           END-PERFORM
      *    El PERFORM VARYING deja el indice una posicion mas alla de
      *    la entrada hallada (mismo ajuste que 328 del procesador).
           IF TARIFA-HALLADA
              SUBTRACT 1 FROM WS-TAR-IDX
           END-IF.

      *  Interes deudor: pata 'E' en la divisa de la cuenta.
       230-CARGAR-INTERES.
           SUBTRACT WS-IMPORTE-INTERES FROM MR-BALANCE
           REWRITE MASTER-RECORD
               INVALID KEY
                   DISPLAY 'ERROR AL ACTUALIZAR CUENTA ' MR-CUENTA-NUM
                           '. STATUS: ' WS-MASTER-STATUS
                   MOVE ZERO TO WS-IMPORTE-INTERES
               NOT INVALID KEY
                   ADD WS-IMPORTE-INTERES TO WS-TOTAL-INTERESES
                   MOVE 'E' TO HR-TIPO
                   MOVE WS-IMPORTE-INTERES TO HR-CANTIDAD
                   MOVE SPACES TO HR-CONTRA-REF
                   PERFORM 250-ESCRIBIR-HISTORIAL
           END-REWRITE.

      *  Comision por exceso: pata 'F' identificada en HR-CONTRA-REF
      *  para no confundirla con la de mantenimiento.
       240-CARGAR-EXCESO.
           SUBTRACT WS-IMPORTE-EXCESO FROM MR-BALANCE
           REWRITE MASTER-RECORD
               INVALID KEY
                   DISPLAY 'ERROR AL ACTUALIZAR CUENTA ' MR-CUENTA-NUM
                           '. STATUS: ' WS-MASTER-STATUS
                   MOVE ZERO TO WS-IMPORTE-EXCESO
               NOT INVALID KEY
                   ADD WS-IMPORTE-EXCESO TO WS-TOTAL-EXCESOS
                   MOVE 'F' TO HR-TIPO
                   MOVE WS-IMPORTE-EXCESO TO HR-CANTIDAD
                   MOVE 'EXCESO DESCUBIERTO' TO HR-CONTRA-REF
                   PERFORM 250-ESCRIBIR-HISTORIAL
           END-REWRITE.

       250-ESCRIBIR-HISTORIAL.
           MOVE MR-CUENTA-NUM       TO HR-CUENTA-NUM
           MOVE MR-BALANCE          TO HR-BALANCE-RESULT
           MOVE WS-FECHA-YYYYMMDD   TO HR-FECHA
           MOVE MR-DIVISA           TO HR-DIVISA
           MOVE ZERO                TO HR-TASA-APLICADA
      *    Cargo sin contrapartida de cuenta.
           PERFORM 022-ASIGNAR-REFERENCIA
           MOVE 'D'                 TO HR-SIGNO
           MOVE ZERO                TO HR-CONTRA-CUENTA
           MOVE ZERO                TO HR-CONTRA-BANCO
           MOVE ZERO                TO HR-CONTRA-ID
           WRITE HISTORY-RECORD.

      *  Liquidacion de la cuenta, en el formato que se remite al
      *  cliente.
       300-IMPRIMIR-LIQUIDACION.
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'LIQUIDACION DE DESCUBIERTO - MES ' WS-MES-NEGOCIO
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE LIQUIDACION-RECORD-OUT FROM WS-LINEA-RPT

           MOVE SPACES TO WS-LINEA-RPT
           STRING 'CUENTA ' MR-CUENTA-NUM '  TITULAR ' MR-NOMBRE
                  '  ' MR-DIVISA
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE LIQUIDACION-RECORD-OUT FROM WS-LINEA-RPT

           MOVE SPACES TO WS-LINEA-RPT
           STRING '  PERIODO: ' WS-MES-NEGOCIO '01 A '
                  WS-FECHA-YYYYMMDD '   DIAS EN DESCUBIERTO: '
                  WS-DIAS-DEUDOR
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE LIQUIDACION-RECORD-OUT FROM WS-LINEA-RPT

           MOVE WS-NUMERAL TO WS-NUMERAL-EDIT
           MOVE WS-TAR-TASA(WS-TAR-IDX) TO WS-TASA-EDIT
           MOVE SPACES TO WS-LINEA-RPT
           STRING '  NUMERAL DEUDOR: ' WS-NUMERAL-EDIT
                  '   TIPO ANUAL: ' WS-TASA-EDIT '%   BASE: '
                  WS-BASE-DIAS
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE LIQUIDACION-RECORD-OUT FROM WS-LINEA-RPT

           MOVE WS-IMPORTE-INTERES TO WS-CAMPO-NUM-EDIT
           MOVE SPACES TO WS-LINEA-RPT
           STRING '  INTERESES DEUDORES:        ' WS-CAMPO-NUM-EDIT
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE LIQUIDACION-RECORD-OUT FROM WS-LINEA-RPT

           IF WS-IMPORTE-EXCESO > ZERO
              MOVE WS-IMPORTE-EXCESO TO WS-CAMPO-NUM-EDIT
              MOVE SPACES TO WS-LINEA-RPT
              STRING '  COMISION EXCESO DESCUBIERTO:' WS-CAMPO-NUM-EDIT
                 DELIMITED BY SIZE INTO WS-LINEA-RPT
              END-STRING
              WRITE LIQUIDACION-RECORD-OUT FROM WS-LINEA-RPT
           END-IF

           MOVE MR-BALANCE TO WS-CAMPO-NUM-EDIT
           MOVE SPACES TO WS-LINEA-RPT
           STRING '  SALDO TRAS LA LIQUIDACION: ' WS-CAMPO-NUM-EDIT
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE LIQUIDACION-RECORD-OUT FROM WS-LINEA-RPT

           MOVE SPACES TO WS-LINEA-RPT
           WRITE LIQUIDACION-RECORD-OUT FROM WS-LINEA-RPT.

       310-LISTAR-EXCESO.
           MOVE WS-SALDO-MINIMO   TO WS-CAMPO-NUM-EDIT
           MOVE WS-IMPORTE-EXCESO TO WS-CAMPO-NUM-EDIT2
           MOVE SPACES TO WS-LINEA-RPT
           STRING MR-CUENTA-NUM ' ' MR-NOMBRE(1:25) ' '
                  MR-LIMITE-SOBREGIRO ' ' WS-CAMPO-NUM-EDIT
                  WS-CAMPO-NUM-EDIT2
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE EXCESO-RECORD-OUT FROM WS-LINEA-RPT.

       320-INFORMAR-SIN-TARIFA.
           ADD 1 TO WS-CUENTAS-SIN-TARIFA
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'SIN CONDICIONES DE DESCUBIERTO PARA EL TIPO '
                  MR-TIPO-CUENTA ': CUENTA ' MR-CUENTA-NUM
                  ' NO LIQUIDADA'
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE LIQUIDACION-RECORD-OUT FROM WS-LINEA-RPT.

       900-FINALIZAR-SIST.
           PERFORM 910-ESCRIBIR-RESUMEN
           PERFORM 905-GRABAR-CIERRE-CICLO
           CLOSE MASTER-FILE, HISTORY-FILE, LIQUIDACION-RPT,
                 EXCESOS-RPT, SALDOS-TRABAJO
           DISPLAY '--- LIQUIDACION DE DESCUBIERTOS FINALIZADA ---'
           DISPLAY WS-CUENTAS-LIQUIDADAS ' CUENTAS LIQUIDADAS.'
           DISPLAY WS-CUENTAS-EXCESO ' CUENTAS EN EXCESO.'.

      *  Anota el cierre del ciclo en CONTROL-PROCESO.DAT.
       905-GRABAR-CIERRE-CICLO.
           OPEN EXTEND CONTROL-FILE
           MOVE SPACES TO CONTROL-RECORD
           MOVE 'C' TO CP-TIPO
           MOVE WS-FECHA-YYYYMMDD TO CP-FECHA
           MOVE 'LIQUIDAR-DESCUBIERTOS' TO CP-PROGRAMA
           WRITE CONTROL-RECORD
           CLOSE CONTROL-FILE.

       910-ESCRIBIR-RESUMEN.
           MOVE SPACES TO WS-LINEA-RPT
           STRING '================================================'
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE LIQUIDACION-RECORD-OUT FROM WS-LINEA-RPT

           MOVE SPACES TO WS-LINEA-RPT
           STRING 'MES LIQUIDADO: ' WS-MES-NEGOCIO
                  '   CUENTAS LEIDAS: ' WS-CUENTAS-LEIDAS
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE LIQUIDACION-RECORD-OUT FROM WS-LINEA-RPT

           MOVE SPACES TO WS-LINEA-RPT
           STRING 'LIQUIDADAS: ' WS-CUENTAS-LIQUIDADAS
                  '   EN EXCESO: ' WS-CUENTAS-EXCESO
                  '   SIN CONDICIONES: ' WS-CUENTAS-SIN-TARIFA
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE LIQUIDACION-RECORD-OUT FROM WS-LINEA-RPT

           MOVE WS-TOTAL-INTERESES TO WS-CAMPO-NUM-EDIT
           MOVE WS-TOTAL-EXCESOS   TO WS-CAMPO-NUM-EDIT2
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'TOTAL INTERESES: ' WS-CAMPO-NUM-EDIT
                  '   TOTAL COMISIONES EXCESO: ' WS-CAMPO-NUM-EDIT2
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE LIQUIDACION-RECORD-OUT FROM WS-LINEA-RPT

           MOVE SPACES TO WS-LINEA-RPT
           STRING 'CUENTAS EN EXCESO: ' WS-CUENTAS-EXCESO
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE EXCESO-RECORD-OUT FROM WS-LINEA-RPT.
