      *                       por consola y el extracto puede ir en la
      *                       cadena nocturna.
      *
      *C0004 --> Fecha: 15/10/2026
      *          Descripción: Referencia, sentido y contrapartida del
      *                       movimiento en el layout del historico (ver
      *                       C0034 de BANK-TRANS-PROCESSOR). El sentido
      *                       de una pata 'T' sale de HR-SIGNO cuando el
      *                       registro lo trae; la derivacion por saldo
      *                       anterior de C0001 queda solo para las
      *                       lineas antiguas.
      *
      *C0005 --> Fecha: 15/10/2026
      *          Descripción: Las anulaciones (HR-TIPO 'A', ver
      *                       ANULAR-MOVIMIENTO) pasan al asiento con su
      *                       propio tipo: CUENTAS-CONTABLES.DAT debe
      *                       llevar lineas 'A' por divisa (normalmente
      *                       las mismas cuentas que el movimiento
      *                       anulado) y, si faltan, salen en
      *                       ASIENTOS-EXCEP.RPT como cualquier tipo sin
      *                       parametrizar. El sentido sale de HR-SIGNO.
      *
      *C0006 --> Fecha: 15/10/2026
      *          Descripción: Movimientos de prestamos (ver
      *                       ABRIR-PRESTAMO y COBRO-CUOTAS):
      *                       disposicion 'P', amortizacion de capital
      *                       'C' e intereses de la cuota 'N' pasan al
      *                       asiento con su propio tipo.
      *                       CUENTAS-CONTABLES.DAT debe llevar lineas
      *                       'P', 'C' y 'N' por divisa (la 'N' contra
      *                       la cuenta de ingresos por intereses de
      *                       prestamos); si faltan, salen en
      *                       ASIENTOS-EXCEP.RPT. El sentido sale de
      *                       HR-SIGNO.
      *
      *C0007 --> Fecha: 15/10/2026
      *          Descripción: Los intereses deudores (HR-TIPO 'E',
      *                       cargo) de LIQUIDAR-DESCUBIERTOS se
      *                       asientan como los demas tipos; requieren
      *                       sus lineas en CUENTAS-CONTABLES.DAT.
      *
      *C0008 --> Fecha: 15/10/2026
      *          Descripción: Cierre de ciclo 'C' en CONTROL-PROCESO.DAT
      *                       con la fecha extraida, para que CIERRE-DIA
      *                       sepa que el extracto de la fecha corrio
      *                       (las excepciones las lee de
      *                       ASIENTOS-EXCEP.RPT). Sin
      *                       CONTROL-PROCESO.DAT no se anota nada.
      *
      *C0009 --> Fecha: 15/10/2026
      *          Descripción: Las trabas de embargo (HR-TIPO 'J', ver
      *                       BARRIDO-EMBARGOS: cargo en la cuenta
      *                       embargada y abono en la cuenta de suspenso
      *                       de la divisa) se asientan con su propio
      *                       tipo. CUENTAS-CONTABLES.DAT debe llevar
      *                       lineas 'J' por divisa; si faltan, salen en
      *                       ASIENTOS-EXCEP.RPT. El sentido sale de
      *                       HR-SIGNO.
      *
      *-----------------------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT EXCEP-RPT  ASSIGN TO 'ASIENTOS-EXCEP.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

 C0008*  Control de ciclos (ver APERTURA-DIA).
           SELECT CONTROL-FILE  ASSIGN TO 'CONTROL-PROCESO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05 HR-FECHA           PIC 9(8).
           05 HR-DIVISA          PIC X(3).
           05 HR-TASA-APLICADA   PIC 9(4)V9(6).
 C0004*    Referencia unica del movimiento (CONTADOR-REFERENCIAS.DAT),
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

      * Parametros: cuentas contables por tipo de movimiento y divisa.
       FD  CONTABLES-IN.
       FD  EXCEP-RPT.
       01  EXCEP-RECORD-OUT  PIC X(80).

 C0008* Mismo layout que en APERTURA-DIA.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05 CP-TIPO      PIC X(1).
              88 CP-FECHA-NEGOCIO   VALUE 'F'.
              88 CP-CIERRE-CICLO    VALUE 'C'.
           05 CP-FECHA     PIC 9(8).
           05 CP-PROGRAMA  PIC X(24).

       WORKING-STORAGE SECTION.
 C0003*  Modo desatendido: con registros propios en el fichero de
      *  parametros, la fecha a extraer viene de alli.
       01  WS-FLAGS.
           05 WS-HISTORY-STATUS    PIC XX.
           05 WS-CONTABLES-STATUS  PIC XX.
           05 WS-CONTROL-STATUS    PIC XX.
           05 WS-HISTORY-EOF       PIC X VALUE 'N'.
              88 END-OF-HISTORY    VALUE 'S'.
           05 WS-CONTABLES-EOF     PIC X VALUE 'N'.
              10 WS-SAL-SALDO   PIC S9(8)V99.

      * Totales del dia por tipo, divisa y sentido sobre el cliente.
 C0006* Ampliada para los tipos de prestamos.
       01  WS-ACUMULADOS-AREAS.
           05 WS-ACU-TOTAL  PIC 9(3) VALUE ZERO.
           05 WS-ACU-IDX    PIC 9(3) VALUE ZERO.
           05 WS-ACU-MAX    PIC 9(3) VALUE 80.
           05 WS-ACU-TABLA OCCURS 80 TIMES.
              10 WS-ACU-TIPO     PIC X(1).
              10 WS-ACU-DIVISA   PIC X(3).
              10 WS-ACU-CARGOS   PIC 9(10)V99.
      *    pedida se acumulan para asientos.
           PERFORM 200-DERIVAR-SENTIDO
 C0002*    La comision 'F' se asienta como los demas tipos.
 C0005*    Y la anulacion 'A', con sus propias cuentas contables.
 C0006*    Y los de prestamos: disposicion, capital e intereses.
 C0007*    Y los intereses deudores 'E' de LIQUIDAR-DESCUBIERTOS.
 C0009*    Y las trabas de embargo 'J' de BARRIDO-EMBARGOS.
           IF HR-FECHA = WS-FECHA-EXTRACTO
              AND (HR-TIPO = 'D' OR HR-TIPO = 'R'
                   OR HR-TIPO = 'T' OR HR-TIPO = 'I'
                   OR HR-TIPO = 'F' OR HR-TIPO = 'A'
                   OR HR-TIPO = 'P' OR HR-TIPO = 'C'
                   OR HR-TIPO = 'N' OR HR-TIPO = 'E'
                   OR HR-TIPO = 'J')
              ADD 1 TO WS-MOVS-DIA
              PERFORM 300-ACUMULAR-MOVIMIENTO
           END-IF
               WHEN 'R'
               WHEN 'F'
                   MOVE 'C' TO WS-SENTIDO
 C0004*        Pata 'T' con sentido grabado: no hace falta derivarlo.
 C0005*        La anulacion 'A' siempre lleva HR-SIGNO.
 C0006*        Igual que los de prestamos 'P', 'C' y 'N'.
 C0009*        Y las dos patas de la traba de embargo 'J'.
               WHEN OTHER
                   EVALUATE TRUE
                       WHEN HR-AL-DEBE
                           MOVE 'C' TO WS-SENTIDO
                       WHEN HR-AL-HABER
                           MOVE 'A' TO WS-SENTIDO
                       WHEN OTHER
                           PERFORM 210-DERIVAR-SENTIDO-TRANSFERENCIA
                   END-EVALUATE
           END-EVALUATE.

       210-DERIVAR-SENTIDO-TRANSFERENCIA.
           END-STRING
           WRITE EXCEP-RECORD-OUT FROM WS-LINEA-RPT
           CLOSE HISTORY-IN, ASIENTOS-OUT, EXCEP-RPT
 C0008*    Con o sin excepciones: el resultado lo juzga CIERRE-DIA
      *    sobre ASIENTOS-EXCEP.RPT.
           IF WS-FECHA-EXTRACTO NOT = ZERO
               PERFORM 905-GRABAR-CIERRE-CICLO
           END-IF
           DISPLAY '--- EXTRACTO CONTABLE FINALIZADO ---'
           DISPLAY WS-LINEAS-ASIENTO ' LINEAS DE ASIENTO GENERADAS.'
           DISPLAY WS-EXCEPCIONES ' EXCEPCIONES.'.

 C0008*  Anota en CONTROL-PROCESO.DAT el cierre del ciclo de la fecha
      *  extraida; sin fichero de control no se anota.
       905-GRABAR-CIERRE-CICLO.
           OPEN EXTEND CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               MOVE SPACES TO CONTROL-RECORD
               MOVE 'C' TO CP-TIPO
               MOVE WS-FECHA-EXTRACTO TO CP-FECHA
               MOVE 'EXTRACTO-CONTABLE' TO CP-PROGRAMA
               WRITE CONTROL-RECORD
               CLOSE CONTROL-FILE
           END-IF.
