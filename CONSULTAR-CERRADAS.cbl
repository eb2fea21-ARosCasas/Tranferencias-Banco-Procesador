      *                       lo consultado (cuenta, o cero y el
      *                       cliente) y el resultado.
      *
      *C0003 --> Fecha: 15/10/2026
      *          Descripción: Referencia, sentido y contrapartida del
      *                       movimiento en el layout del historico y de
      *                       los archivos mensuales (ver C0034 de
      *                       BANK-TRANS-PROCESSOR). El certificado
      *                       imprime la referencia de cada movimiento;
      *                       las lineas anteriores al cambio salen sin
      *                       ella.
      *
      *-----------------------------------------------------------------------*

       ENVIRONMENT DIVISION.
              10 HR-FECHA-DD      PIC 9(2).
           05 HR-DIVISA          PIC X(3).
           05 HR-TASA-APLICADA   PIC 9(4)V9(6).
 C0003*    Referencia, sentido y contrapartida del movimiento (ver
      *    C0034 de BANK-TRANS-PROCESSOR); aqui solo se imprime la
      *    referencia.
           05 HR-REFERENCIA      PIC 9(12).
           05 HR-SIGNO           PIC X(1).
              88 HR-AL-DEBE      VALUE 'D'.
              88 HR-AL-HABER     VALUE 'H'.
           05 HR-CONTRA-CUENTA   PIC 9(10).
           05 HR-CONTRA-BANCO    PIC 9(4).
           05 HR-CONTRA-ID       PIC 9(6).
           05 HR-CONTRA-REF      PIC X(20).

      * Mismo layout, leido de los archivos mensuales (copia byte a
      * byte del registro del historico, ver ARCHIVAR-HISTORICO).
           05 AR-FECHA           PIC 9(8).
           05 AR-DIVISA          PIC X(3).
           05 AR-TASA-APLICADA   PIC 9(4)V9(6).
 C0003*    Referencia, sentido y contrapartida del movimiento (ver
      *    C0034 de BANK-TRANS-PROCESSOR); aqui solo se imprime la
      *    referencia.
           05 AR-REFERENCIA      PIC 9(12).
           05 AR-SIGNO           PIC X(1).
              88 AR-AL-DEBE      VALUE 'D'.
              88 AR-AL-HABER     VALUE 'H'.
           05 AR-CONTRA-CUENTA   PIC 9(10).
           05 AR-CONTRA-BANCO    PIC 9(4).
           05 AR-CONTRA-ID       PIC 9(6).
           05 AR-CONTRA-REF      PIC X(20).

      * Mismo layout que AUDITORIA-RECORD en NUEVA-CUENTA.
       FD  AUDITORIA-FILE.

           MOVE SPACES TO WS-LINEA-RPT
           STRING 'FECHA       TIPO  IMPORTE        SALDO RESULTANTE'
 C0003*           Columna de la referencia del movimiento.
                  ' REFERENCIA'
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE CERTIFICADO-RECORD-OUT FROM WS-LINEA-RPT
              MOVE SPACES TO WS-LINEA-RPT
              STRING AR-FECHA '  ' AR-TIPO '     '
                     WS-CAMPO-IMPORTE-EDIT '      ' WS-CAMPO-NUM-EDIT
                     '    ' AR-REFERENCIA
                 DELIMITED BY SIZE INTO WS-LINEA-RPT
              END-STRING
              WRITE CERTIFICADO-RECORD-OUT FROM WS-LINEA-RPT
           MOVE SPACES TO WS-LINEA-RPT
           STRING HR-FECHA '  ' HR-TIPO '     '
                  WS-CAMPO-IMPORTE-EDIT '      ' WS-CAMPO-NUM-EDIT
                  '    ' HR-REFERENCIA
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE CERTIFICADO-RECORD-OUT FROM WS-LINEA-RPT.
