       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENTANILLA.
      * PROPOSITO: Caja de ventanilla en linea. El cajero abre su caja
      * del dia con el efectivo inicial y, a partir de ahi, cada
      * deposito ('D') o retirada ('R') en efectivo se aplica en el
      * acto sobre CUENTAS-INDEXADAS.DAT con las mismas validaciones
      * que 300-APLICAR-TRANSACCION de BANK-TRANS-PROCESSOR (estado,
      * divisa, limites por movimiento y diario, retenciones y
      * sobregiro), graba su linea en TRANS-HISTORY.DAT y deja el
      * recibo del cliente en RECIBOS-VENTANILLA.RPT.
      *
      * ARQUEO: cada operacion queda ademas en VENTANILLA-MOVS.DAT
      * (diario de caja). Al cerrar la caja se totalizan entradas y
      * salidas del cajero, se cotejan con el historico y con el
      * efectivo contado, y el resultado va a ARQUEO-CAJA.DAT y al
      * informe ARQUEO-CAJA.RPT. BANK-TRANS-PROCESSOR lee el diario de
      * caja para el limite diario de salidas y para sus totales de
      * control, de modo que el lote nocturno sigue cuadrando.
      *
      * Una caja por cajero y fecha de negocio, en una sola divisa
      * (la del efectivo del cajon, fijada al abrir); solo opera
      * cuentas de esa divisa.
      *-----------------------------------------------------------------------*
      *CAMBIOS:
      *C0001 --> Fecha: 15/10/2026
      *          Descripción: Programa nuevo. Los movimientos de
      *                       efectivo de la oficina dejan de esperar
      *                       al lote nocturno via TRANS.DAT: el saldo
      *                       (y EXTRACTO-DISPONIBLES) lo refleja en el
      *                       momento.
      *
      *-----------------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  Fecha de negocio (ver APERTURA-DIA).
           SELECT CONTROL-FILE  ASSIGN TO 'CONTROL-PROCESO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT MASTER-FILE  ASSIGN TO 'CUENTAS-INDEXADAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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

      *  Retenciones de fondos (ver MANTENER-RETENCIONES); se releen en
      *  cada retirada porque pueden cambiar durante el dia.
           SELECT RETENCIONES-FILE  ASSIGN TO 'RETENCIONES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETENCIONES-STATUS.

      *  Diario de caja: una linea por operacion de ventanilla.
           SELECT VENTANILLA-MOVS  ASSIGN TO 'VENTANILLA-MOVS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENT-MOVS-STATUS.

      *  Apertura y cierre (arqueo) de cada caja.
           SELECT ARQUEO-FILE  ASSIGN TO 'ARQUEO-CAJA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQUEO-STATUS.

           SELECT RECIBO-RPT  ASSIGN TO 'RECIBOS-VENTANILLA.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECIBO-STATUS.

           SELECT ARQUEO-RPT  ASSIGN TO 'ARQUEO-CAJA.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQUEO-RPT-STATUS.

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
      *    emisor/orden de origen y su referencia. En ventanilla,
      *    HR-CONTRA-REF lleva 'CAJA ' y el cajero.
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
              88 RE-LIBERADA   VALUE 'L'.

      * Una operacion de caja ya aplicada; lo lee tambien
      * BANK-TRANS-PROCESSOR.
       FD  VENTANILLA-MOVS.
       01  VENTANILLA-MOV-RECORD.
           05 VM-FECHA       PIC 9(8).
           05 VM-HORA        PIC 9(6).
           05 VM-CAJERO      PIC X(8).
           05 VM-CUENTA      PIC 9(10).
           05 VM-TIPO        PIC X(1).
              88 VM-DEPOSITO VALUE 'D'.
              88 VM-RETIRADA VALUE 'R'.
           05 VM-CANTIDAD    PIC 9(8)V99.
           05 VM-DIVISA      PIC X(3).
           05 VM-REFERENCIA  PIC 9(12).

      * 'A' apertura (efectivo inicial) y 'C' cierre (arqueo) de la
      * caja de un cajero en una fecha; los totales solo en el cierre.
       FD  ARQUEO-FILE.
       01  ARQUEO-RECORD.
           05 AQ-FECHA              PIC 9(8).
           05 AQ-CAJERO             PIC X(8).
           05 AQ-TIPO               PIC X(1).
              88 AQ-APERTURA        VALUE 'A'.
              88 AQ-CIERRE          VALUE 'C'.
           05 AQ-HORA               PIC 9(6).
           05 AQ-DIVISA             PIC X(3).
           05 AQ-EFECTIVO-INICIAL   PIC 9(10)V99.
           05 AQ-TOTAL-ENTRADAS     PIC 9(10)V99.
           05 AQ-TOTAL-SALIDAS      PIC 9(10)V99.
           05 AQ-NUM-DEPOSITOS      PIC 9(5).
           05 AQ-NUM-RETIRADAS      PIC 9(5).
           05 AQ-EFECTIVO-CONTADO   PIC 9(10)V99.
           05 AQ-DIFERENCIA         PIC S9(10)V99
                                    SIGN LEADING SEPARATE.

       FD  RECIBO-RPT.
       01  RECIBO-RECORD-OUT    PIC X(80).

       FD  ARQUEO-RPT.
       01  ARQUEO-RECORD-OUT    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-AREAS.
           05 WS-CONTROL-STATUS    PIC XX.
           05 WS-CONTROL-EOF-FLAG  PIC X VALUE 'N'.
              88 END-OF-CONTROL    VALUE 'S'.
           05 WS-CONTROL-OK-FLAG   PIC X VALUE 'N'.
              88 CONTROL-SUPERADO  VALUE 'S'.

       01  WS-FLAGS.
           05 WS-MASTER-STATUS       PIC XX.
           05 WS-HISTORY-STATUS      PIC XX.
           05 WS-CONTADOR-REF-STATUS PIC XX.
           05 WS-RETENCIONES-STATUS  PIC XX.
           05 WS-VENT-MOVS-STATUS    PIC XX.
           05 WS-ARQUEO-STATUS       PIC XX.
           05 WS-RECIBO-STATUS       PIC XX.
           05 WS-ARQUEO-RPT-STATUS   PIC XX.
           05 WS-FILE-EOF            PIC X VALUE 'N'.
              88 END-OF-FILE         VALUE 'S'.
           05 WS-RESPUESTA-OPER      PIC X VALUE 'N'.

       01  WS-FECHA-ACTUAL.
           05 WS-FECHA-YYYYMMDD  PIC 9(8).
       01  WS-HORA-ACTUAL        PIC 9(6).

       01  WS-OPCION  PIC X.
           88 OPCION-ABRIR      VALUE 'A'.
           88 OPCION-DEPOSITO   VALUE 'D'.
           88 OPCION-RETIRADA   VALUE 'R'.
           88 OPCION-CONSULTAR  VALUE 'C'.
           88 OPCION-CERRAR     VALUE 'X'.
           88 OPCION-FIN        VALUE 'F'.

      *  Caja del cajero en la fecha de negocio (ver 050).
       01  WS-CAJA-AREAS.
           05 WS-CAJERO              PIC X(8).
           05 WS-CAJA-ESTADO         PIC X VALUE 'N'.
              88 CAJA-SIN-ABRIR      VALUE 'N'.
              88 CAJA-ABIERTA        VALUE 'A'.
              88 CAJA-CERRADA        VALUE 'C'.
           05 WS-CAJA-DIVISA         PIC X(3).
           05 WS-CAJA-INICIAL        PIC 9(10)V99 VALUE ZERO.
           05 WS-CAJA-IN-IMPORTE     PIC 9(8)V99 VALUE ZERO.
      *    Totales del diario de caja (ver 060).
           05 WS-CAJA-ENTRADAS       PIC 9(10)V99 VALUE ZERO.
           05 WS-CAJA-SALIDAS        PIC 9(10)V99 VALUE ZERO.
           05 WS-CAJA-NUM-DEPOSITOS  PIC 9(5) VALUE ZERO.
           05 WS-CAJA-NUM-RETIRADAS  PIC 9(5) VALUE ZERO.
           05 WS-CAJA-ESPERADO       PIC S9(10)V99 VALUE ZERO.
           05 WS-CAJA-CONTADO        PIC 9(10)V99 VALUE ZERO.
           05 WS-CAJA-DIFERENCIA     PIC S9(10)V99 VALUE ZERO.
      *    Lo que el historico tiene de esta caja (ver 760).
           05 WS-HIST-ENTRADAS       PIC 9(10)V99 VALUE ZERO.
           05 WS-HIST-SALIDAS        PIC 9(10)V99 VALUE ZERO.
           05 WS-CONTRA-REF-CAJA     PIC X(20).

      *  Operacion en curso.
       01  WS-OPERACION.
           05 WS-OPER-TIPO       PIC X.
              88 OPER-DEPOSITO   VALUE 'D'.
              88 OPER-RETIRADA   VALUE 'R'.
           05 WS-OPER-CUENTA     PIC 9(10) VALUE ZERO.
           05 WS-OPER-CANTIDAD   PIC 9(8)V99 VALUE ZERO.
           05 WS-BALANCE-ACTUAL  PIC S9(8)V99 VALUE ZERO.
           05 WS-RET-ACUM-CUENTA PIC 9(10)V99 VALUE ZERO.
           05 WS-SAL-ACUM-CUENTA PIC 9(10)V99 VALUE ZERO.

      *  Mismos codigos y textos que BANK-TRANS-PROCESSOR (010), para
      *  que el cajero vea el mismo motivo que daria el lote.
       01  WS-ERROR-CODE         PIC 99 VALUE ZERO.
       01  WS-DESC-ERRORES.
           05 WS-DESC-ERR OCCURS 16 TIMES PIC X(40).

       01  WS-ULTIMA-REFERENCIA  PIC 9(12) VALUE ZERO.

       01  WS-LINEA-RPT         PIC X(80).
       01  WS-CAMPO-NUM-EDIT    PIC -(9)9.99.
       01  WS-CAMPO-NUM-EDIT2   PIC -(9)9.99.

       PROCEDURE DIVISION.
      *    Sin fecha de negocio la caja no abre: los movimientos
      *    llevan la fecha del dia abierto.
           PERFORM 003-VERIFICAR-CONTROL-PROCESO
           IF CONTROL-SUPERADO
               PERFORM 000-INICIO-SIST
               IF WS-MASTER-STATUS = '00'
                   PERFORM 200-MENU-VENTANILLA
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
           END-IF.

       004-ANOTAR-REGISTRO-CONTROL.
           IF CP-FECHA-NEGOCIO
               MOVE CP-FECHA TO WS-FECHA-YYYYMMDD
               MOVE 'S' TO WS-CONTROL-OK-FLAG
           END-IF.

       000-INICIO-SIST.
           DISPLAY '*** VENTANILLA - CAJA EN LINEA ***'
           DISPLAY 'FECHA DE NEGOCIO: ' WS-FECHA-YYYYMMDD
           PERFORM 010-INICIALIZAR-DESCRIPCIONES-ERROR
           OPEN I-O MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY '*** ERROR CRITICO AL ABRIR ARCHIVO INDEXADO ***'
               DISPLAY 'FILE STATUS: ' WS-MASTER-STATUS
               DISPLAY 'EL PROGRAMA FINALIZARA.'
           ELSE
               PERFORM WITH TEST AFTER
                       UNTIL WS-CAJERO NOT = SPACES
                   DISPLAY 'Id de cajero (Max 8): '
                   ACCEPT WS-CAJERO
                   IF WS-CAJERO = SPACES
                       DISPLAY 'EL ID DE CAJERO ES OBLIGATORIO.'
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-CONTRA-REF-CAJA
               STRING 'CAJA ' WS-CAJERO
                  DELIMITED BY SIZE INTO WS-CONTRA-REF-CAJA
               END-STRING
               PERFORM 050-LEER-ESTADO-CAJA
           END-IF.

       010-INICIALIZAR-DESCRIPCIONES-ERROR.
           MOVE 'CUENTA NO ENCONTRADA' TO WS-DESC-ERR(1)
           MOVE 'SALDO INSUFICIENTE (SOBREGIRO)' TO WS-DESC-ERR(3)
           MOVE 'REWRITE FALLIDO' TO WS-DESC-ERR(4)
           MOVE 'MONTO INVALIDO (CERO)' TO WS-DESC-ERR(5)
           MOVE 'CUENTA NO ACTIVA (BLOQ/CERR/INACTIVA)'
                TO WS-DESC-ERR(6)
           MOVE 'DIVISA NO COINCIDE' TO WS-DESC-ERR(7)
           MOVE 'SUPERA LIMITE POR MOVIMIENTO' TO WS-DESC-ERR(12)
           MOVE 'SUPERA LIMITE DIARIO DE SALIDAS' TO WS-DESC-ERR(13)
           MOVE 'SALDO DISPONIBLE RETENIDO' TO WS-DESC-ERR(14).

       020-ABRIR-HISTORY.
      *    Misma tecnica de apertura que en BANK-TRANS-PROCESSOR: crea el
      *    fichero si aun no existe, o continua al final si ya existe.
           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-STATUS = '35' OR WS-HISTORY-STATUS = '05'
              OPEN OUTPUT HISTORY-FILE
           END-IF.

      *  Se relee en cada operacion: la caja esta abierta todo el dia
      *  mientras otros programas graban historico.
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

       022-ASIGNAR-REFERENCIA.
           ADD 1 TO WS-ULTIMA-REFERENCIA
           MOVE WS-ULTIMA-REFERENCIA TO HR-REFERENCIA
           OPEN OUTPUT CONTADOR-REF-FILE
           MOVE WS-ULTIMA-REFERENCIA TO CR-ULTIMA-REFERENCIA
           WRITE CONTADOR-REF-RECORD
           CLOSE CONTADOR-REF-FILE.

      *  Apertura y cierre de la caja del cajero en la fecha, segun
      *  ARQUEO-CAJA.DAT.
       050-LEER-ESTADO-CAJA.
           MOVE 'N' TO WS-CAJA-ESTADO
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT ARQUEO-FILE
           IF WS-ARQUEO-STATUS = '00'
               PERFORM UNTIL END-OF-FILE
                  READ ARQUEO-FILE
                     AT END
                        MOVE 'S' TO WS-FILE-EOF
                     NOT AT END
                        PERFORM 055-ANOTAR-ARQUEO
                  END-READ
               END-PERFORM
               CLOSE ARQUEO-FILE
           END-IF
           EVALUATE TRUE
               WHEN CAJA-SIN-ABRIR
                   DISPLAY 'CAJA SIN ABRIR HOY. ABRALA ANTES DE OPERAR.'
               WHEN CAJA-ABIERTA
                   MOVE WS-CAJA-INICIAL TO WS-CAMPO-NUM-EDIT
                   DISPLAY 'CAJA ABIERTA EN ' WS-CAJA-DIVISA
                           ' CON EFECTIVO INICIAL ' WS-CAMPO-NUM-EDIT
               WHEN CAJA-CERRADA
                   DISPLAY 'CAJA YA CERRADA HOY: SOLO CONSULTA.'
           END-EVALUATE.

       055-ANOTAR-ARQUEO.
           IF AQ-FECHA = WS-FECHA-YYYYMMDD AND AQ-CAJERO = WS-CAJERO
               IF AQ-APERTURA
                   MOVE 'A' TO WS-CAJA-ESTADO
                   MOVE AQ-DIVISA TO WS-CAJA-DIVISA
                   MOVE AQ-EFECTIVO-INICIAL TO WS-CAJA-INICIAL
               END-IF
               IF AQ-CIERRE
                   MOVE 'C' TO WS-CAJA-ESTADO
               END-IF
           END-IF.

      *  Totales de la caja a partir del diario: entradas y salidas del
      *  cajero en la fecha de negocio.
       060-TOTALIZAR-CAJA.
           MOVE ZERO TO WS-CAJA-ENTRADAS
           MOVE ZERO TO WS-CAJA-SALIDAS
           MOVE ZERO TO WS-CAJA-NUM-DEPOSITOS
           MOVE ZERO TO WS-CAJA-NUM-RETIRADAS
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT VENTANILLA-MOVS
           IF WS-VENT-MOVS-STATUS = '00'
               PERFORM UNTIL END-OF-FILE
                  READ VENTANILLA-MOVS
                     AT END
                        MOVE 'S' TO WS-FILE-EOF
                     NOT AT END
                        PERFORM 065-SUMAR-MOVIMIENTO-CAJA
                  END-READ
               END-PERFORM
               CLOSE VENTANILLA-MOVS
           END-IF
           COMPUTE WS-CAJA-ESPERADO = WS-CAJA-INICIAL
                   + WS-CAJA-ENTRADAS - WS-CAJA-SALIDAS.

       065-SUMAR-MOVIMIENTO-CAJA.
           IF VM-FECHA = WS-FECHA-YYYYMMDD AND VM-CAJERO = WS-CAJERO
               IF VM-DEPOSITO
                   ADD VM-CANTIDAD TO WS-CAJA-ENTRADAS
                   ADD 1 TO WS-CAJA-NUM-DEPOSITOS
               END-IF
               IF VM-RETIRADA
                   ADD VM-CANTIDAD TO WS-CAJA-SALIDAS
                   ADD 1 TO WS-CAJA-NUM-RETIRADAS
               END-IF
           END-IF.

       200-MENU-VENTANILLA.
           PERFORM WITH TEST AFTER
                   UNTIL OPCION-FIN
               DISPLAY '-------------------------------------------'
               DISPLAY 'VENTANILLA (CAJERO ' WS-CAJERO '):'
               DISPLAY '  A - ABRIR CAJA'
               DISPLAY '  D - DEPOSITO EN EFECTIVO'
               DISPLAY '  R - RETIRADA EN EFECTIVO'
               DISPLAY '  C - CONSULTAR CAJA'
               DISPLAY '  X - CERRAR CAJA (ARQUEO)'
               DISPLAY '  F - FIN'
               DISPLAY 'Opcion: '
               ACCEPT WS-OPCION
               EVALUATE TRUE
                   WHEN OPCION-ABRIR
                       PERFORM 250-ABRIR-CAJA
                   WHEN OPCION-DEPOSITO
                   WHEN OPCION-RETIRADA
                       IF CAJA-ABIERTA
                           MOVE WS-OPCION TO WS-OPER-TIPO
                           PERFORM 300-OPERACION-CAJA
                       ELSE
                           DISPLAY 'LA CAJA NO ESTA ABIERTA.'
                       END-IF
                   WHEN OPCION-CONSULTAR
                       PERFORM 600-CONSULTAR-CAJA
                   WHEN OPCION-CERRAR
                       PERFORM 700-CERRAR-CAJA
                   WHEN OPCION-FIN
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'OPCION INVALIDA. ELIJA A, D, R, C, X '
                               'O F.'
               END-EVALUATE
           END-PERFORM.

       250-ABRIR-CAJA.
           IF NOT CAJA-SIN-ABRIR
               DISPLAY 'LA CAJA YA SE ABRIO HOY.'
           ELSE
               PERFORM WITH TEST AFTER
                       UNTIL WS-CAJA-DIVISA NOT = SPACES
                   DISPLAY 'Divisa del efectivo de la caja (3 letras): '
                   ACCEPT WS-CAJA-DIVISA
               END-PERFORM
               DISPLAY 'Efectivo inicial (Formato XXXXXXX.XX): '
               ACCEPT WS-CAJA-IN-IMPORTE
               MOVE WS-CAJA-IN-IMPORTE TO WS-CAJA-INICIAL
               MOVE SPACES TO ARQUEO-RECORD
               MOVE WS-FECHA-YYYYMMDD TO AQ-FECHA
               MOVE WS-CAJERO         TO AQ-CAJERO
               MOVE 'A'               TO AQ-TIPO
               MOVE FUNCTION CURRENT-DATE(9:6) TO AQ-HORA
               MOVE WS-CAJA-DIVISA    TO AQ-DIVISA
               MOVE WS-CAJA-INICIAL   TO AQ-EFECTIVO-INICIAL
               MOVE ZERO TO AQ-TOTAL-ENTRADAS AQ-TOTAL-SALIDAS
                            AQ-NUM-DEPOSITOS AQ-NUM-RETIRADAS
                            AQ-EFECTIVO-CONTADO AQ-DIFERENCIA
               PERFORM 800-GRABAR-ARQUEO
               MOVE 'A' TO WS-CAJA-ESTADO
               DISPLAY '-> CAJA ABIERTA.'
           END-IF.

      *  Deposito o retirada: mismas validaciones y en el mismo orden
      *  que 300-APLICAR-TRANSACCION de BANK-TRANS-PROCESSOR.
       300-OPERACION-CAJA.
           MOVE ZERO TO WS-ERROR-CODE
           DISPLAY 'No. de Cuenta (10 dígitos): '
           ACCEPT WS-OPER-CUENTA
           DISPLAY 'Importe (Formato XXXXXXX.XX): '
           ACCEPT WS-OPER-CANTIDAD
           IF WS-OPER-CANTIDAD = ZERO
               MOVE 5 TO WS-ERROR-CODE
           ELSE
               MOVE WS-OPER-CUENTA TO MR-CUENTA-NUM
               READ MASTER-FILE
                   INVALID KEY
                       MOVE 1 TO WS-ERROR-CODE
               END-READ
           END-IF
           IF WS-ERROR-CODE = ZERO
               PERFORM 320-VALIDAR-CUENTA
           END-IF
           IF WS-ERROR-CODE = ZERO
               PERFORM 360-CONFIRMAR-OPERACION
           ELSE
               DISPLAY '*** OPERACION RECHAZADA: '
                       WS-DESC-ERR(WS-ERROR-CODE) ' ***'
           END-IF.

      *  Estado, divisa, limites, retenciones y saldo de la cuenta del
      *  buffer del maestro.
       320-VALIDAR-CUENTA.
           IF NOT MR-CTA-ACTIVA
               MOVE 6 TO WS-ERROR-CODE
           END-IF
           IF WS-ERROR-CODE = ZERO AND MR-DIVISA NOT = WS-CAJA-DIVISA
               MOVE 7 TO WS-ERROR-CODE
           END-IF
           IF WS-ERROR-CODE = ZERO AND OPER-RETIRADA
               PERFORM 340-VERIFICAR-LIMITES-SALIDA
               IF WS-ERROR-CODE = ZERO
                   PERFORM 346-BUSCAR-RETENIDO
                   PERFORM 348-VERIFICAR-SALDO
               END-IF
           END-IF.

      *  Limites de salida de la cuenta (cero = sin limite). El
      *  acumulado del dia son las retiradas de ventanilla de la
      *  cuenta en la fecha, de cualquier cajero.
       340-VERIFICAR-LIMITES-SALIDA.
           IF MR-LIMITE-IMPORTE > ZERO
              AND WS-OPER-CANTIDAD > MR-LIMITE-IMPORTE
               MOVE 12 TO WS-ERROR-CODE
           ELSE
               IF MR-LIMITE-DIARIO > ZERO
                   PERFORM 342-BUSCAR-SALIDA-ACUMULADA
                   IF WS-SAL-ACUM-CUENTA + WS-OPER-CANTIDAD
                      > MR-LIMITE-DIARIO
                       MOVE 13 TO WS-ERROR-CODE
                   END-IF
               END-IF
           END-IF.

       342-BUSCAR-SALIDA-ACUMULADA.
           MOVE ZERO TO WS-SAL-ACUM-CUENTA
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT VENTANILLA-MOVS
           IF WS-VENT-MOVS-STATUS = '00'
               PERFORM UNTIL END-OF-FILE
                  READ VENTANILLA-MOVS
                     AT END
                        MOVE 'S' TO WS-FILE-EOF
                     NOT AT END
                        IF VM-FECHA = WS-FECHA-YYYYMMDD
                           AND VM-CUENTA = WS-OPER-CUENTA
                           AND VM-RETIRADA
                            ADD VM-CANTIDAD TO WS-SAL-ACUM-CUENTA
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE VENTANILLA-MOVS
           END-IF.

      *  Retenido activo y no vencido de la cuenta (mismo criterio que
      *  027-CARGAR-RETENCIONES de BANK-TRANS-PROCESSOR).
       346-BUSCAR-RETENIDO.
           MOVE ZERO TO WS-RET-ACUM-CUENTA
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT RETENCIONES-FILE
           IF WS-RETENCIONES-STATUS = '00'
               PERFORM UNTIL END-OF-FILE
                  READ RETENCIONES-FILE
                     AT END
                        MOVE 'S' TO WS-FILE-EOF
                     NOT AT END
                        IF RE-CUENTA-NUM = WS-OPER-CUENTA
                           AND RE-ACTIVA
                           AND (RE-FECHA-VENCE = ZERO
                                OR RE-FECHA-VENCE >= WS-FECHA-YYYYMMDD)
                            ADD RE-CANTIDAD TO WS-RET-ACUM-CUENTA
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE RETENCIONES-FILE
           END-IF.

      *  La retirada debe caber en el disponible (contable menos
      *  retenido) mas el sobregiro; si solo cabria sin retenciones el
      *  motivo es el 14, si no el 03 (como 348-RECHAZAR-POR-SALDO).
       348-VERIFICAR-SALDO.
           MOVE MR-BALANCE TO WS-BALANCE-ACTUAL
           IF WS-BALANCE-ACTUAL - WS-RET-ACUM-CUENTA - WS-OPER-CANTIDAD
              < (0 - MR-LIMITE-SOBREGIRO)
               IF WS-RET-ACUM-CUENTA > ZERO
                  AND WS-BALANCE-ACTUAL - WS-OPER-CANTIDAD
                      >= (0 - MR-LIMITE-SOBREGIRO)
                   MOVE 14 TO WS-ERROR-CODE
               ELSE
                   MOVE 3 TO WS-ERROR-CODE
               END-IF
           END-IF.

      *  Mientras el cajero confirma, la cuenta puede moverse por otra
      *  ventanilla o por un proceso: tras la respuesta se vuelve a
      *  leer y a validar, y el saldo nuevo sale del registro fresco.
       360-CONFIRMAR-OPERACION.
           MOVE WS-OPER-CANTIDAD TO WS-CAMPO-NUM-EDIT
           IF OPER-DEPOSITO
               DISPLAY 'DEPOSITO DE ' WS-CAMPO-NUM-EDIT ' '
                       WS-CAJA-DIVISA ' EN ' MR-CUENTA-NUM ' '
                       MR-NOMBRE
           ELSE
               DISPLAY 'RETIRADA DE ' WS-CAMPO-NUM-EDIT ' '
                       WS-CAJA-DIVISA ' DE ' MR-CUENTA-NUM ' '
                       MR-NOMBRE
           END-IF
           DISPLAY '¿Confirma la operacion? (S/N): '
           ACCEPT WS-RESPUESTA-OPER
           IF WS-RESPUESTA-OPER = 'S'
               MOVE WS-OPER-CUENTA TO MR-CUENTA-NUM
               READ MASTER-FILE
                   INVALID KEY
                       MOVE 1 TO WS-ERROR-CODE
               END-READ
               IF WS-ERROR-CODE = ZERO
                   PERFORM 320-VALIDAR-CUENTA
               END-IF
               IF WS-ERROR-CODE = ZERO
                   PERFORM 400-APLICAR-OPERACION
               ELSE
                   DISPLAY '*** OPERACION RECHAZADA: '
                           WS-DESC-ERR(WS-ERROR-CODE) ' ***'
               END-IF
           ELSE
               DISPLAY 'OPERACION CANCELADA.'
           END-IF.

      *  Saldo, historico, diario de caja y recibo, por este orden:
      *  si el REWRITE falla no se graba nada mas.
       400-APLICAR-OPERACION.
           MOVE MR-BALANCE TO WS-BALANCE-ACTUAL
           IF OPER-DEPOSITO
               ADD WS-OPER-CANTIDAD TO WS-BALANCE-ACTUAL
           ELSE
               SUBTRACT WS-OPER-CANTIDAD FROM WS-BALANCE-ACTUAL
           END-IF
           MOVE WS-BALANCE-ACTUAL TO MR-BALANCE
           REWRITE MASTER-RECORD
               INVALID KEY
                   MOVE 4 TO WS-ERROR-CODE
           END-REWRITE
           IF WS-ERROR-CODE NOT = ZERO
               DISPLAY '*** OPERACION RECHAZADA: '
                       WS-DESC-ERR(WS-ERROR-CODE) ' (STATUS: '
                       WS-MASTER-STATUS ') ***'
           ELSE
               MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-ACTUAL
               PERFORM 410-ESCRIBIR-HISTORIAL
               PERFORM 420-ESCRIBIR-DIARIO-CAJA
               PERFORM 500-ESCRIBIR-RECIBO
               DISPLAY '-> OPERACION APLICADA. REFERENCIA '
                       HR-REFERENCIA
           END-IF.

      *  Misma linea que 350-ESCRIBIR-HISTORIAL de
      *  BANK-TRANS-PROCESSOR; la contrapartida es la caja.
       410-ESCRIBIR-HISTORIAL.
           PERFORM 021-LEER-CONTADOR-REFERENCIAS
           PERFORM 020-ABRIR-HISTORY
           MOVE MR-CUENTA-NUM     TO HR-CUENTA-NUM
           MOVE WS-OPER-TIPO      TO HR-TIPO
           MOVE WS-OPER-CANTIDAD  TO HR-CANTIDAD
           MOVE MR-BALANCE        TO HR-BALANCE-RESULT
           MOVE WS-FECHA-YYYYMMDD TO HR-FECHA
           MOVE MR-DIVISA         TO HR-DIVISA
           MOVE ZERO              TO HR-TASA-APLICADA
           PERFORM 022-ASIGNAR-REFERENCIA
           IF OPER-DEPOSITO
               MOVE 'H'           TO HR-SIGNO
           ELSE
               MOVE 'D'           TO HR-SIGNO
           END-IF
           MOVE ZERO              TO HR-CONTRA-CUENTA
           MOVE ZERO              TO HR-CONTRA-BANCO
           MOVE ZERO              TO HR-CONTRA-ID
           MOVE WS-CONTRA-REF-CAJA TO HR-CONTRA-REF
           WRITE HISTORY-RECORD-OUT
           CLOSE HISTORY-FILE.

       420-ESCRIBIR-DIARIO-CAJA.
           OPEN EXTEND VENTANILLA-MOVS
           IF WS-VENT-MOVS-STATUS = '35' OR WS-VENT-MOVS-STATUS = '05'
               OPEN OUTPUT VENTANILLA-MOVS
           END-IF
           MOVE WS-FECHA-YYYYMMDD TO VM-FECHA
           MOVE WS-HORA-ACTUAL    TO VM-HORA
           MOVE WS-CAJERO         TO VM-CAJERO
           MOVE MR-CUENTA-NUM     TO VM-CUENTA
           MOVE WS-OPER-TIPO      TO VM-TIPO
           MOVE WS-OPER-CANTIDAD  TO VM-CANTIDAD
           MOVE MR-DIVISA         TO VM-DIVISA
           MOVE HR-REFERENCIA     TO VM-REFERENCIA
           WRITE VENTANILLA-MOV-RECORD
           CLOSE VENTANILLA-MOVS.

      *  Recibo del cliente: se añade a RECIBOS-VENTANILLA.RPT y se
      *  muestra en pantalla.
       500-ESCRIBIR-RECIBO.
           OPEN EXTEND RECIBO-RPT
           IF WS-RECIBO-STATUS = '35' OR WS-RECIBO-STATUS = '05'
               OPEN OUTPUT RECIBO-RPT
           END-IF
           MOVE ALL '-' TO WS-LINEA-RPT(1:48)
           PERFORM 510-LINEA-RECIBO
           MOVE SPACES TO WS-LINEA-RPT
           IF OPER-DEPOSITO
               STRING 'RECIBO DE VENTANILLA - DEPOSITO EN EFECTIVO'
                  DELIMITED BY SIZE INTO WS-LINEA-RPT
               END-STRING
           ELSE
               STRING 'RECIBO DE VENTANILLA - RETIRADA EN EFECTIVO'
                  DELIMITED BY SIZE INTO WS-LINEA-RPT
               END-STRING
           END-IF
           PERFORM 510-LINEA-RECIBO
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'FECHA: ' WS-FECHA-YYYYMMDD '  HORA: ' WS-HORA-ACTUAL
                  '  CAJERO: ' WS-CAJERO
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           PERFORM 510-LINEA-RECIBO
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'CUENTA: ' MR-CUENTA-NUM '  TITULAR: ' MR-NOMBRE
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           PERFORM 510-LINEA-RECIBO
           MOVE WS-OPER-CANTIDAD TO WS-CAMPO-NUM-EDIT
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'IMPORTE: ' WS-CAMPO-NUM-EDIT ' ' MR-DIVISA
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           PERFORM 510-LINEA-RECIBO
           MOVE MR-BALANCE TO WS-CAMPO-NUM-EDIT
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'SALDO TRAS LA OPERACION: ' WS-CAMPO-NUM-EDIT
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           PERFORM 510-LINEA-RECIBO
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'REFERENCIA: ' HR-REFERENCIA
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           PERFORM 510-LINEA-RECIBO
           CLOSE RECIBO-RPT.

       510-LINEA-RECIBO.
           WRITE RECIBO-RECORD-OUT FROM WS-LINEA-RPT
           DISPLAY WS-LINEA-RPT.

       600-CONSULTAR-CAJA.
           IF CAJA-SIN-ABRIR
               DISPLAY 'LA CAJA NO ESTA ABIERTA.'
           ELSE
               PERFORM 060-TOTALIZAR-CAJA
               MOVE WS-CAJA-INICIAL TO WS-CAMPO-NUM-EDIT
               DISPLAY 'EFECTIVO INICIAL:  ' WS-CAMPO-NUM-EDIT ' '
                       WS-CAJA-DIVISA
               MOVE WS-CAJA-ENTRADAS TO WS-CAMPO-NUM-EDIT
               DISPLAY 'DEPOSITOS:         ' WS-CAMPO-NUM-EDIT
                       '  (' WS-CAJA-NUM-DEPOSITOS ')'
               MOVE WS-CAJA-SALIDAS TO WS-CAMPO-NUM-EDIT
               DISPLAY 'RETIRADAS:         ' WS-CAMPO-NUM-EDIT
                       '  (' WS-CAJA-NUM-RETIRADAS ')'
               MOVE WS-CAJA-ESPERADO TO WS-CAMPO-NUM-EDIT
               DISPLAY 'EFECTIVO EN CAJA:  ' WS-CAMPO-NUM-EDIT
           END-IF.

      *  Arqueo: efectivo esperado segun el diario contra el contado,
      *  y diario contra historico. Tras el cierre la caja no opera.
       700-CERRAR-CAJA.
           IF NOT CAJA-ABIERTA
               DISPLAY 'SOLO SE CIERRA UNA CAJA ABIERTA.'
           ELSE
               PERFORM 060-TOTALIZAR-CAJA
               PERFORM 760-TOTALIZAR-HISTORICO-CAJA
               DISPLAY 'Efectivo contado en caja (XXXXXXX.XX): '
               ACCEPT WS-CAJA-IN-IMPORTE
               MOVE WS-CAJA-IN-IMPORTE TO WS-CAJA-CONTADO
               COMPUTE WS-CAJA-DIFERENCIA =
                       WS-CAJA-CONTADO - WS-CAJA-ESPERADO
               MOVE SPACES TO ARQUEO-RECORD
               MOVE WS-FECHA-YYYYMMDD     TO AQ-FECHA
               MOVE WS-CAJERO             TO AQ-CAJERO
               MOVE 'C'                   TO AQ-TIPO
               MOVE FUNCTION CURRENT-DATE(9:6) TO AQ-HORA
               MOVE WS-CAJA-DIVISA        TO AQ-DIVISA
               MOVE WS-CAJA-INICIAL       TO AQ-EFECTIVO-INICIAL
               MOVE WS-CAJA-ENTRADAS      TO AQ-TOTAL-ENTRADAS
               MOVE WS-CAJA-SALIDAS       TO AQ-TOTAL-SALIDAS
               MOVE WS-CAJA-NUM-DEPOSITOS TO AQ-NUM-DEPOSITOS
               MOVE WS-CAJA-NUM-RETIRADAS TO AQ-NUM-RETIRADAS
               MOVE WS-CAJA-CONTADO       TO AQ-EFECTIVO-CONTADO
               MOVE WS-CAJA-DIFERENCIA    TO AQ-DIFERENCIA
               PERFORM 800-GRABAR-ARQUEO
               PERFORM 780-ESCRIBIR-REPORTE-ARQUEO
               MOVE 'C' TO WS-CAJA-ESTADO
               DISPLAY '-> CAJA CERRADA. INFORME EN ARQUEO-CAJA.RPT'
           END-IF.

      *  Lineas 'D'/'R' del historico con la contrapartida de esta caja
      *  en la fecha de negocio.
       760-TOTALIZAR-HISTORICO-CAJA.
           MOVE ZERO TO WS-HIST-ENTRADAS
           MOVE ZERO TO WS-HIST-SALIDAS
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = '00'
               PERFORM UNTIL END-OF-FILE
                  READ HISTORY-FILE
                     AT END
                        MOVE 'S' TO WS-FILE-EOF
                     NOT AT END
                        PERFORM 765-SUMAR-HISTORICO-CAJA
                  END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       765-SUMAR-HISTORICO-CAJA.
           IF HR-FECHA = WS-FECHA-YYYYMMDD
              AND HR-CONTRA-REF = WS-CONTRA-REF-CAJA
               IF HR-TIPO = 'D'
                   ADD HR-CANTIDAD TO WS-HIST-ENTRADAS
               END-IF
               IF HR-TIPO = 'R'
                   ADD HR-CANTIDAD TO WS-HIST-SALIDAS
               END-IF
           END-IF.

      *  Mismo estilo que el BATCH-TOTALS.RPT de BANK-TRANS-PROCESSOR.
       780-ESCRIBIR-REPORTE-ARQUEO.
           OPEN EXTEND ARQUEO-RPT
           IF WS-ARQUEO-RPT-STATUS = '35' OR WS-ARQUEO-RPT-STATUS = '05'
               OPEN OUTPUT ARQUEO-RPT
           END-IF
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'REPORTE DE CONTROL DE CAJA - VENTANILLA'
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE ARQUEO-RECORD-OUT FROM WS-LINEA-RPT

           MOVE SPACES TO WS-LINEA-RPT
           STRING 'FECHA DE PROCESO (AAAAMMDD): ' WS-FECHA-YYYYMMDD
                  '  CAJERO: ' WS-CAJERO '  DIVISA: ' WS-CAJA-DIVISA
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE ARQUEO-RECORD-OUT FROM WS-LINEA-RPT

           MOVE WS-CAJA-INICIAL TO WS-CAMPO-NUM-EDIT
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'EFECTIVO INICIAL: ' WS-CAMPO-NUM-EDIT
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE ARQUEO-RECORD-OUT FROM WS-LINEA-RPT

           MOVE WS-CAJA-ENTRADAS TO WS-CAMPO-NUM-EDIT
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'TOTAL DEPOSITOS: ' WS-CAMPO-NUM-EDIT
                  '  OPERACIONES: ' WS-CAJA-NUM-DEPOSITOS
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE ARQUEO-RECORD-OUT FROM WS-LINEA-RPT

           MOVE WS-CAJA-SALIDAS TO WS-CAMPO-NUM-EDIT
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'TOTAL RETIRADAS: ' WS-CAMPO-NUM-EDIT
                  '  OPERACIONES: ' WS-CAJA-NUM-RETIRADAS
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE ARQUEO-RECORD-OUT FROM WS-LINEA-RPT

           MOVE WS-HIST-ENTRADAS TO WS-CAMPO-NUM-EDIT
           MOVE WS-HIST-SALIDAS TO WS-CAMPO-NUM-EDIT2
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'EN HISTORICO  DEPOSITOS: ' WS-CAMPO-NUM-EDIT
                  '  RETIRADAS: ' WS-CAMPO-NUM-EDIT2
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE ARQUEO-RECORD-OUT FROM WS-LINEA-RPT

           MOVE WS-CAJA-ESPERADO TO WS-CAMPO-NUM-EDIT
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'EFECTIVO ESPERADO: ' WS-CAMPO-NUM-EDIT
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE ARQUEO-RECORD-OUT FROM WS-LINEA-RPT

           MOVE WS-CAJA-CONTADO TO WS-CAMPO-NUM-EDIT
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'EFECTIVO CONTADO: ' WS-CAMPO-NUM-EDIT
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE ARQUEO-RECORD-OUT FROM WS-LINEA-RPT

           MOVE WS-CAJA-DIFERENCIA TO WS-CAMPO-NUM-EDIT
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'DIFERENCIA: ' WS-CAMPO-NUM-EDIT
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE ARQUEO-RECORD-OUT FROM WS-LINEA-RPT

           MOVE SPACES TO WS-LINEA-RPT
           IF WS-CAJA-DIFERENCIA = ZERO
              AND WS-HIST-ENTRADAS = WS-CAJA-ENTRADAS
              AND WS-HIST-SALIDAS = WS-CAJA-SALIDAS
               STRING 'RESULTADO: CAJA CUADRADA'
                  DELIMITED BY SIZE INTO WS-LINEA-RPT
               END-STRING
           ELSE
               STRING 'RESULTADO: DESCUADRE - REVISAR ARQUEO'
                  DELIMITED BY SIZE INTO WS-LINEA-RPT
               END-STRING
           END-IF
           WRITE ARQUEO-RECORD-OUT FROM WS-LINEA-RPT
           DISPLAY WS-LINEA-RPT
           CLOSE ARQUEO-RPT.

       800-GRABAR-ARQUEO.
           OPEN EXTEND ARQUEO-FILE
           IF WS-ARQUEO-STATUS = '35' OR WS-ARQUEO-STATUS = '05'
               OPEN OUTPUT ARQUEO-FILE
           END-IF
           WRITE ARQUEO-RECORD
           CLOSE ARQUEO-FILE.

       900-FINALIZAR-SIST.
           CLOSE MASTER-FILE
           IF CAJA-ABIERTA
               DISPLAY 'AVISO: LA CAJA SIGUE ABIERTA; CIERRELA (X) '
                       'ANTES DEL LOTE NOCTURNO.'
           END-IF
           DISPLAY '--- VENTANILLA FINALIZADA ---'.
