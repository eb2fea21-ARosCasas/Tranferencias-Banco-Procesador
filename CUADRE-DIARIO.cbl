      *                       BANK-TRANS-PROCESSOR); este programa no
      *                       consulta el estado.
      *
      *C0007 --> Fecha: 15/10/2026
      *          Descripción: Referencia, sentido y contrapartida del
      *                       movimiento en la copia del layout del
      *                       historico (ver C0034 de
      *                       BANK-TRANS-PROCESSOR); este programa no
      *                       los usa.
      *
      *C0008 --> Fecha: 15/10/2026
      *          Descripción: Las anulaciones (HR-TIPO 'A', ver
      *                       ANULAR-MOVIMIENTO) se cuentan aparte y el
      *                       resumen muestra cuantas hay en el
      *                       historico y su importe al debe y al haber,
      *                       para que no se confundan con movimientos
      *                       del dia.
      *
      *C0009 --> Fecha: 15/10/2026
      *          Descripción: Cierre de ciclo 'C' en CONTROL-PROCESO.DAT
      *                       con la fecha de negocio vigente al
      *                       terminar, para que CIERRE-DIA sepa que el
      *                       cuadre de la fecha corrio (el resultado lo
      *                       lee del propio informe). Sin
      *                       CONTROL-PROCESO.DAT no se anota nada.
      *
      *-----------------------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT CUADRE-RPT  ASSIGN TO 'CUADRE-DIARIO.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

 C0009*  Fecha de negocio y control de ciclos (ver APERTURA-DIA).
           SELECT CONTROL-FILE  ASSIGN TO 'CONTROL-PROCESO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05 HR-DIVISA          PIC X(3).
 C0003*    Tasa de cambio aplicada; cero = sin conversion.
           05 HR-TASA-APLICADA   PIC 9(4)V9(6).
 C0007*    Referencia, sentido y contrapartida del movimiento (ver
      *    C0034 de BANK-TRANS-PROCESSOR); este programa no los usa.
           05 HR-REFERENCIA      PIC 9(12).
           05 HR-SIGNO           PIC X(1).
              88 HR-AL-DEBE      VALUE 'D'.
              88 HR-AL-HABER     VALUE 'H'.
           05 HR-CONTRA-CUENTA   PIC 9(10).
           05 HR-CONTRA-BANCO    PIC 9(4).
           05 HR-CONTRA-ID       PIC 9(6).
           05 HR-CONTRA-REF      PIC X(20).

       FD  CUADRE-RPT.
       01  CUADRE-RECORD-OUT  PIC X(100).

 C0009* Mismo layout que en APERTURA-DIA.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05 CP-TIPO      PIC X(1).
              88 CP-FECHA-NEGOCIO   VALUE 'F'.
              88 CP-CIERRE-CICLO    VALUE 'C'.
           05 CP-FECHA     PIC 9(8).
           05 CP-PROGRAMA  PIC X(24).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05 WS-MASTER-STATUS    PIC XX.
              88 END-OF-MASTER    VALUE 'S'.
           05 WS-CTA-HALLADA      PIC X VALUE 'N'.
              88 CTA-HALLADA      VALUE 'S'.
 C0009*    Fecha de negocio para el cierre de ciclo; cero = sin
      *    CONTROL-PROCESO.DAT.
           05 WS-CONTROL-STATUS   PIC XX.
           05 WS-CONTROL-EOF      PIC X VALUE 'N'.
              88 END-OF-CONTROL   VALUE 'S'.
           05 WS-FECHA-NEGOCIO    PIC 9(8) VALUE ZERO.

      * Saldo esperado por cuenta: el ultimo HR-BALANCE-RESULT que el
      * recorrido secuencial del historico dejo para esa cuenta. Tabla
 C0005*    Huerfanas con saldo esperado 0,00: cuentas cerradas y
      *    barridas, informativas, no descuadran el veredicto.
           05 WS-CERRADAS-SALDO-CERO PIC 9(5) VALUE ZERO.
 C0008*    Apuntes de anulacion (HR-TIPO 'A') y su importe por sentido.
           05 WS-ANULACIONES         PIC 9(5) VALUE ZERO.
           05 WS-ANULADO-DEBE        PIC 9(9)V99 VALUE ZERO.
           05 WS-ANULADO-HABER       PIC 9(9)V99 VALUE ZERO.

       01  WS-DIFERENCIA        PIC S9(9)V99.


       000-INICIO-SIST.
           DISPLAY '*** CUADRE DIARIO HISTORICO / MAESTRO ***'
           PERFORM 010-LEER-FECHA-NEGOCIO
           OPEN INPUT HISTORY-IN
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY '*** ERROR AL ABRIR TRANS-HISTORY.DAT ***'
               END-START
           END-IF.

 C0009*  Fecha de negocio vigente (registro 'F'), si la hay.
       010-LEER-FECHA-NEGOCIO.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               PERFORM UNTIL END-OF-CONTROL
                  READ CONTROL-FILE
                     AT END
                        MOVE 'S' TO WS-CONTROL-EOF
                     NOT AT END
                        IF CP-FECHA-NEGOCIO
                           MOVE CP-FECHA TO WS-FECHA-NEGOCIO
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
           END-IF.

       100-ACUMULAR-HISTORICO.
           ADD 1 TO WS-MOVIMIENTOS-LEIDOS
 C0008*    Una anulacion tambien mueve el saldo esperado; aparte se
      *    cuenta para el resumen.
           IF HR-TIPO = 'A'
              ADD 1 TO WS-ANULACIONES
              IF HR-AL-DEBE
                 ADD HR-CANTIDAD TO WS-ANULADO-DEBE
              ELSE
                 ADD HR-CANTIDAD TO WS-ANULADO-HABER
              END-IF
           END-IF
           PERFORM 120-ANOTAR-SALDO-ESPERADO
           PERFORM 110-LEER-HISTORY-IN.

           PERFORM 910-LISTAR-HUERFANAS-HISTORICO
           PERFORM 920-ESCRIBIR-RESUMEN
           CLOSE MASTER-FILE, HISTORY-IN, CUADRE-RPT
 C0009*    El cuadre corrio para la fecha, cuadre o no: el resultado
      *    lo juzga CIERRE-DIA sobre el informe.
           IF WS-FECHA-NEGOCIO NOT = ZERO
               PERFORM 905-GRABAR-CIERRE-CICLO
           END-IF
           DISPLAY '--- CUADRE DIARIO FINALIZADO ---'
           DISPLAY WS-DISCREPANCIAS ' DISCREPANCIAS ENCONTRADAS.'.

 C0009*  Anota el cierre del ciclo en CONTROL-PROCESO.DAT.
       905-GRABAR-CIERRE-CICLO.
           OPEN EXTEND CONTROL-FILE
           MOVE SPACES TO CONTROL-RECORD
           MOVE 'C' TO CP-TIPO
           MOVE WS-FECHA-NEGOCIO TO CP-FECHA
           MOVE 'CUADRE-DIARIO' TO CP-PROGRAMA
           WRITE CONTROL-RECORD
           CLOSE CONTROL-FILE.

       910-LISTAR-HUERFANAS-HISTORICO.
      *    Cuentas con movimientos en el historico que ya no existen en
      *    el maestro: tambien son un descuadre a investigar.
           END-STRING
           WRITE CUADRE-RECORD-OUT FROM WS-LINEA-RPT

 C0008*    Anulaciones grabadas por ANULAR-MOVIMIENTO.
           MOVE WS-ANULADO-DEBE TO WS-CAMPO-NUM-EDIT
           MOVE WS-ANULADO-HABER TO WS-CAMPO-NUM-EDIT2
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'ANULACIONES EN HISTORICO: ' WS-ANULACIONES
                  '   AL DEBE: ' WS-CAMPO-NUM-EDIT
                  '   AL HABER: ' WS-CAMPO-NUM-EDIT2
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE CUADRE-RECORD-OUT FROM WS-LINEA-RPT

           MOVE SPACES TO WS-LINEA-RPT
           IF WS-DISCREPANCIAS = ZERO
               STRING 'RESULTADO: LIBRO Y HISTORICO CUADRAN'
