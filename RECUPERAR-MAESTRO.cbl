       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECUPERAR-MAESTRO.
      * PROPOSITO: Reconstruye CUENTAS-INDEXADAS.DAT a partir de una
      * generacion sacada por COPIA-MAESTRO y de los movimientos de
      * TRANS-HISTORY.DAT posteriores a ella, para que el maestro
      * vuelva a cuadrar con el historico en CUADRE-DIARIO.
      *  - Muestra las generaciones de COPIAS-MAESTRO.DAT y pide cual
      *    restaurar. Antes de tocar nada comprueba el fichero de la
      *    generacion contra su registro de control (numero de
      *    registros y total de MR-BALANCE); si no coinciden no sigue.
      *  - Carga la generacion en CUENTAS-INDEXADAS.DAT y reaplica las
      *    lineas de historico con referencia mayor que la ultima
      *    asignada al sacar la copia: el saldo de cada cuenta pasa a
      *    ser el HR-BALANCE-RESULT de su ultima linea, que es el que
      *    espera CUADRE-DIARIO. Cada linea se comprueba contra el
      *    saldo anterior +/- HR-CANTIDAD (segun HR-SIGNO); una
      *    discrepancia se anota como diferencia.
      *  - Los movimientos de cuentas que no estan en la generacion
      *    (abiertas despues de la copia) no se pueden aplicar: se
      *    anotan como diferencia y la cuenta hay que darla de alta de
      *    nuevo con NUEVA-CUENTA.
      *  - Las cuentas de CUENTAS-CERRADAS.DAT que siguen en el maestro
      *    restaurado (cerradas despues de la copia) se eliminan, como
      *    hizo CIERRE-CUENTAS.
      *  - Lista los cambios de mantenimiento de AUDITORIA-MANT.DAT
      *    posteriores a la copia (estado, limites, tasas, altas...),
      *    que no estan en el historico y hay que repetir a mano.
      *  - Informe RECUPERACION-MAESTRO.RPT con las cuentas tocadas,
      *    los movimientos reaplicados y las diferencias encontradas.
      *    La recuperacion queda en AUDITORIA-MANT.DAT (AU-MODO 'R').
      *
      * PROCEDIMIENTO DE RECUPERACION (fuera de este programa):
      *   1. Detener todos los programas que usan CUENTAS-INDEXADAS.DAT.
      *   2. Renombrar el maestro dañado a CUENTAS-INDEXADAS.DAT.DAN
      *      (junto con su índice, si el sistema de ficheros lo expone
      *      como fichero aparte) y conservarlo hasta cerrar la
      *      incidencia.
      *   3. Ejecutar RECUPERAR-MAESTRO y elegir la generacion (la mas
      *      reciente salvo que esté afectada por el mismo daño).
      *   4. Revisar RECUPERACION-MAESTRO.RPT: dar de alta las cuentas
      *      que falten y repetir los cambios de mantenimiento listados.
      *   5. Ejecutar CUADRE-DIARIO para confirmar que libro e
      *      historico cuadran, y DETECTAR-INACTIVAS si la generacion es
      *      anterior a su ultima ejecucion.
      *-----------------------------------------------------------------------*
      *CAMBIOS:
      *C0001 --> Fecha: 15/10/2026
      *          Descripción: Programa nuevo, para restaurar una
      *                       generacion de COPIA-MAESTRO y reaplicar
      *                       el historico posterior.
      *
      *-----------------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  Registros de control de las generaciones (ver COPIA-MAESTRO).
           SELECT COPIAS-FILE  ASSIGN TO 'COPIAS-MAESTRO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPIAS-STATUS.

      *  Fichero de la generacion elegida.
           SELECT GENERACION-IN  ASSIGN TO DYNAMIC WS-NOMBRE-GENERACION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENERACION-STATUS.

      *  Fichero de destino, con el nombre canónico.
           SELECT MASTER-FILE  ASSIGN TO 'CUENTAS-INDEXADAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MR-CUENTA-NUM
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT HISTORY-IN  ASSIGN TO 'TRANS-HISTORY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT CERRADAS-IN  ASSIGN TO 'CUENTAS-CERRADAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERRADAS-STATUS.

           SELECT AUDITORIA-FILE  ASSIGN TO 'AUDITORIA-MANT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.

      *  Cuentas tocadas por la reaplicacion; se rehace en cada
      *  ejecucion.
           SELECT TOCADAS-TRABAJO  ASSIGN TO 'TOCADAS-RECUPERACION.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-CUENTA
               FILE STATUS IS WS-TOCADAS-STATUS.

           SELECT RECUPERACION-RPT
               ASSIGN TO 'RECUPERACION-MAESTRO.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * Mismo layout que en COPIA-MAESTRO.
       FD  COPIAS-FILE.
       01  COPIA-RECORD.
           05 CG-SECUENCIA          PIC 9(6).
           05 CG-FECHA              PIC 9(8).
           05 CG-FECHA-COPIA        PIC 9(8).
           05 CG-HORA               PIC 9(6).
           05 CG-FICHERO            PIC X(20).
           05 CG-REGISTROS          PIC 9(7).
           05 CG-SALDO-TOTAL        PIC S9(13)V99
                                    SIGN LEADING SEPARATE.
           05 CG-ULTIMA-REFERENCIA  PIC 9(12).

      * Imagen exacta de MASTER-RECORD.
       FD  GENERACION-IN.
       01  GENERACION-RECORD-IN.
           05 GN-CUENTA-NUM   PIC 9(10).
           05 FILLER          PIC X(30).
           05 GN-BALANCE      PIC S9(8)V99.
           05 FILLER          PIC X(49).

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05 MR-CUENTA-NUM        PIC 9(10).
           05 MR-NOMBRE            PIC X(30).
           05 MR-BALANCE           PIC S9(8)V99.
           05 MR-LIMITE-SOBREGIRO  PIC 9(8)V99.
           05 MR-ESTADO            PIC X(1).
           05 MR-DIVISA            PIC X(3).
           05 MR-TIPO-CUENTA       PIC X(1).
           05 MR-TASA-INTERES      PIC 9(2)V9(4).
           05 MR-LIMITE-IMPORTE    PIC 9(8)V99.
           05 MR-LIMITE-DIARIO     PIC 9(8)V99.
           05 MR-CLIENTE-ID        PIC 9(8).

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

      * Mismo layout que en CIERRE-CUENTAS.
       FD  CERRADAS-IN.
       01  CERRADA-RECORD-IN.
           05 CE-MASTER.
              10 CE-CUENTA-NUM    PIC 9(10).
              10 FILLER           PIC X(89).
           05 CE-FECHA-CIERRE     PIC 9(8).

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

      * TC-SITUACION: 'R' reaplicada, 'N' no esta en la generacion,
      * 'C' cerrada despues de la copia.
       FD  TOCADAS-TRABAJO.
       01  TC-REGISTRO.
           05 TC-CUENTA        PIC 9(10).
           05 TC-SITUACION     PIC X(1).
              88 TC-REAPLICADA    VALUE 'R'.
              88 TC-NO-EN-COPIA   VALUE 'N'.
              88 TC-CERRADA       VALUE 'C'.
           05 TC-SALDO-COPIA   PIC S9(8)V99.
           05 TC-SALDO-FINAL   PIC S9(8)V99.
           05 TC-MOVIMIENTOS   PIC 9(6).
           05 TC-DIFERENCIAS   PIC 9(6).

       FD  RECUPERACION-RPT.
       01  RECUPERACION-RECORD-OUT  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05 WS-COPIAS-STATUS       PIC XX.
           05 WS-GENERACION-STATUS   PIC XX.
           05 WS-MASTER-STATUS       PIC XX.
           05 WS-HISTORY-STATUS      PIC XX.
           05 WS-CERRADAS-STATUS     PIC XX.
           05 WS-AUDITORIA-STATUS    PIC XX.
           05 WS-TOCADAS-STATUS      PIC XX.
           05 WS-FICHERO-EOF         PIC X VALUE 'N'.
              88 END-OF-FICHERO      VALUE 'S'.
           05 WS-ELEGIDA-FLAG        PIC X VALUE 'N'.
              88 GENERACION-ELEGIDA  VALUE 'S'.
           05 WS-VERIFICADA-FLAG     PIC X VALUE 'N'.
              88 GENERACION-CORRECTA VALUE 'S'.
           05 WS-RESTAURADA-FLAG     PIC X VALUE 'N'.
              88 MAESTRO-RESTAURADO  VALUE 'S'.
           05 WS-RESPUESTA-OPER      PIC X VALUE 'N'.

       01  WS-OPERADOR            PIC X(8) VALUE SPACES.

      *  Generacion elegida.
       01  WS-GENERACION-AREAS.
           05 WS-SECUENCIA-ELEGIDA  PIC 9(6) VALUE ZERO.
           05 WS-NOMBRE-GENERACION  PIC X(20).
      *    Registro de control de la generacion elegida.
           05 WS-COPIA-ELEGIDA.
              10 WS-EL-SECUENCIA        PIC 9(6).
              10 WS-EL-FECHA            PIC 9(8).
              10 WS-EL-FECHA-COPIA      PIC 9(8).
              10 WS-EL-HORA             PIC 9(6).
              10 WS-EL-FICHERO          PIC X(20).
              10 WS-EL-REGISTROS        PIC 9(7).
              10 WS-EL-SALDO-TOTAL      PIC S9(13)V99
                                        SIGN LEADING SEPARATE.
              10 WS-EL-ULTIMA-REF       PIC 9(12).
           05 WS-GEN-REGISTROS      PIC 9(7) VALUE ZERO.
           05 WS-GEN-SALDO-TOTAL    PIC S9(13)V99 VALUE ZERO.
           05 WS-COPIAS-LEIDAS      PIC 9(3) VALUE ZERO.

       01  WS-CONTADORES.
           05 WS-CUENTAS-RESTAURADAS  PIC 9(7) VALUE ZERO.
           05 WS-LINEAS-LEIDAS        PIC 9(9) VALUE ZERO.
           05 WS-MOVS-REAPLICADOS     PIC 9(7) VALUE ZERO.
           05 WS-MOVS-NO-APLICADOS    PIC 9(7) VALUE ZERO.
           05 WS-CUENTAS-TOCADAS      PIC 9(7) VALUE ZERO.
           05 WS-TOTAL-DIFERENCIAS    PIC 9(7) VALUE ZERO.
           05 WS-CUENTAS-CERRADAS     PIC 9(7) VALUE ZERO.
           05 WS-CAMBIOS-AUDITORIA    PIC 9(7) VALUE ZERO.
           05 WS-FINAL-REGISTROS      PIC 9(7) VALUE ZERO.
           05 WS-FINAL-SALDO-TOTAL    PIC S9(13)V99 VALUE ZERO.

       01  WS-SALDO-ESPERADO     PIC S9(9)V99.
       01  WS-SALDO-CERRADA      PIC S9(8)V99.

       01  WS-LINEA-RPT          PIC X(100).
       01  WS-SALDO-EDIT         PIC -(13)9.99.
       01  WS-IMPORTE-EDIT       PIC -(8)9.99.
       01  WS-IMPORTE-EDIT-2     PIC -(8)9.99.

       PROCEDURE DIVISION.
           PERFORM 000-INICIO-SIST
           PERFORM 100-ELEGIR-GENERACION
           IF GENERACION-ELEGIDA
               PERFORM 200-VERIFICAR-GENERACION
           END-IF
           IF GENERACION-CORRECTA
               PERFORM 250-CONFIRMAR-RECUPERACION
           END-IF
           IF GENERACION-CORRECTA
               PERFORM 300-RESTAURAR-GENERACION
           END-IF
           IF MAESTRO-RESTAURADO
               PERFORM 400-REAPLICAR-HISTORICO
               PERFORM 500-ACTUALIZAR-SALDOS
               PERFORM 600-QUITAR-CERRADAS
               PERFORM 700-CAMBIOS-POSTERIORES
               PERFORM 800-LISTAR-TOCADAS
               PERFORM 850-TOTALES-FINALES
           END-IF
           PERFORM 900-FINALIZAR-SIST
           STOP RUN.

       000-INICIO-SIST.
           DISPLAY '*** RECUPERACION DEL MAESTRO DE CUENTAS ***'
           PERFORM WITH TEST AFTER
                   UNTIL WS-OPERADOR NOT = SPACES
               DISPLAY 'Id de operador (Max 8): '
               ACCEPT WS-OPERADOR
               IF WS-OPERADOR = SPACES
                   DISPLAY 'EL ID DE OPERADOR ES OBLIGATORIO.'
               END-IF
           END-PERFORM.

      *  Lista las generaciones conservadas y pide la secuencia.
       100-ELEGIR-GENERACION.
           OPEN INPUT COPIAS-FILE
           IF WS-COPIAS-STATUS NOT = '00'
               DISPLAY '*** FALTA COPIAS-MAESTRO.DAT: NO HAY '
                       'GENERACIONES ***'
           ELSE
               DISPLAY 'SECUENC  FECHA    COPIADA  HORA   FICHERO'
                       '              REGISTROS'
               MOVE 'N' TO WS-FICHERO-EOF
               PERFORM UNTIL END-OF-FICHERO
                  READ COPIAS-FILE
                     AT END
                        MOVE 'S' TO WS-FICHERO-EOF
                     NOT AT END
                        ADD 1 TO WS-COPIAS-LEIDAS
                        DISPLAY CG-SECUENCIA '  ' CG-FECHA ' '
                                CG-FECHA-COPIA ' ' CG-HORA ' '
                                CG-FICHERO ' ' CG-REGISTROS
                  END-READ
               END-PERFORM
               CLOSE COPIAS-FILE
               IF WS-COPIAS-LEIDAS = ZERO
                   DISPLAY '*** COPIAS-MAESTRO.DAT VACIO ***'
               ELSE
                   DISPLAY 'Secuencia de la generacion a restaurar: '
                   ACCEPT WS-SECUENCIA-ELEGIDA
                   PERFORM 110-BUSCAR-GENERACION
               END-IF
           END-IF.

       110-BUSCAR-GENERACION.
           OPEN INPUT COPIAS-FILE
           MOVE 'N' TO WS-FICHERO-EOF
           PERFORM UNTIL END-OF-FICHERO OR GENERACION-ELEGIDA
              READ COPIAS-FILE
                 AT END
                    MOVE 'S' TO WS-FICHERO-EOF
                 NOT AT END
                    IF CG-SECUENCIA = WS-SECUENCIA-ELEGIDA
                       MOVE 'S' TO WS-ELEGIDA-FLAG
                       MOVE COPIA-RECORD TO WS-COPIA-ELEGIDA
                       MOVE CG-FICHERO TO WS-NOMBRE-GENERACION
                    END-IF
              END-READ
           END-PERFORM
           CLOSE COPIAS-FILE
           IF NOT GENERACION-ELEGIDA
               DISPLAY '*** NO EXISTE LA GENERACION '
                       WS-SECUENCIA-ELEGIDA ' ***'
           END-IF.

      *  El fichero de la generacion debe coincidir con su registro de
      *  control; si no, la copia no es fiable y no se toca el maestro.
       200-VERIFICAR-GENERACION.
           OPEN INPUT GENERACION-IN
           IF WS-GENERACION-STATUS NOT = '00'
               DISPLAY '*** ERROR AL ABRIR ' WS-NOMBRE-GENERACION
                       ' ***'
               DISPLAY 'FILE STATUS: ' WS-GENERACION-STATUS
           ELSE
               MOVE 'N' TO WS-FICHERO-EOF
               PERFORM UNTIL END-OF-FICHERO
                  READ GENERACION-IN
                     AT END
                        MOVE 'S' TO WS-FICHERO-EOF
                     NOT AT END
                        ADD 1 TO WS-GEN-REGISTROS
                        ADD GN-BALANCE TO WS-GEN-SALDO-TOTAL
                  END-READ
               END-PERFORM
               CLOSE GENERACION-IN
               IF WS-GEN-REGISTROS = WS-EL-REGISTROS
                  AND WS-GEN-SALDO-TOTAL = WS-EL-SALDO-TOTAL
                   MOVE 'S' TO WS-VERIFICADA-FLAG
               ELSE
                   DISPLAY '*** ' WS-NOMBRE-GENERACION
                           ' NO CUADRA CON SU REGISTRO DE CONTROL ***'
                   DISPLAY 'REGISTROS: ' WS-GEN-REGISTROS
                           ' (CONTROL ' WS-EL-REGISTROS ')'
                   MOVE WS-GEN-SALDO-TOTAL TO WS-SALDO-EDIT
                   DISPLAY 'TOTAL MR-BALANCE: ' WS-SALDO-EDIT
                   MOVE WS-EL-SALDO-TOTAL TO WS-SALDO-EDIT
                   DISPLAY '(CONTROL ' WS-SALDO-EDIT ')'
               END-IF
           END-IF.

       250-CONFIRMAR-RECUPERACION.
           DISPLAY 'SE SUSTITUIRA CUENTAS-INDEXADAS.DAT POR LA '
                   'GENERACION ' WS-SECUENCIA-ELEGIDA
           DISPLAY 'CONTINUAR? (S/N): '
           ACCEPT WS-RESPUESTA-OPER
           IF WS-RESPUESTA-OPER NOT = 'S'
               MOVE 'N' TO WS-VERIFICADA-FLAG
               DISPLAY 'RECUPERACION CANCELADA.'
           END-IF.

      *  Carga la generacion en el maestro y deja el maestro y el
      *  fichero de cuentas tocadas abiertos en I-O.
       300-RESTAURAR-GENERACION.
           OPEN OUTPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY '*** ERROR AL CREAR CUENTAS-INDEXADAS.DAT ***'
               DISPLAY 'FILE STATUS: ' WS-MASTER-STATUS
           ELSE
               OPEN INPUT GENERACION-IN
               MOVE 'N' TO WS-FICHERO-EOF
               PERFORM UNTIL END-OF-FICHERO
                  READ GENERACION-IN INTO MASTER-RECORD
                     AT END
                        MOVE 'S' TO WS-FICHERO-EOF
                     NOT AT END
                        WRITE MASTER-RECORD
                           INVALID KEY
                              DISPLAY '*** CUENTA DUPLICADA EN LA '
                                      'GENERACION: ' MR-CUENTA-NUM
                           NOT INVALID KEY
                              ADD 1 TO WS-CUENTAS-RESTAURADAS
                        END-WRITE
                  END-READ
               END-PERFORM
               CLOSE GENERACION-IN, MASTER-FILE
               OPEN I-O MASTER-FILE
               OPEN OUTPUT TOCADAS-TRABAJO
               CLOSE TOCADAS-TRABAJO
               OPEN I-O TOCADAS-TRABAJO
               MOVE 'S' TO WS-RESTAURADA-FLAG
               OPEN OUTPUT RECUPERACION-RPT
               PERFORM 310-CABECERA-INFORME
           END-IF.

       310-CABECERA-INFORME.
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'RECUPERACION DEL MAESTRO - OPERADOR ' WS-OPERADOR
                  ' - ' FUNCTION CURRENT-DATE(1:8)
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE RECUPERACION-RECORD-OUT FROM WS-LINEA-RPT
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'GENERACION ' WS-EL-SECUENCIA ' DE LA FECHA '
                  WS-EL-FECHA ' (' WS-EL-FICHERO ')'
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE RECUPERACION-RECORD-OUT FROM WS-LINEA-RPT
           MOVE WS-EL-SALDO-TOTAL TO WS-SALDO-EDIT
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'CUENTAS RESTAURADAS: ' WS-CUENTAS-RESTAURADAS
                  '  TOTAL MR-BALANCE: ' WS-SALDO-EDIT
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE RECUPERACION-RECORD-OUT FROM WS-LINEA-RPT
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'SE REAPLICAN LAS LINEAS CON REFERENCIA MAYOR QUE '
                  WS-EL-ULTIMA-REF
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE RECUPERACION-RECORD-OUT FROM WS-LINEA-RPT
           MOVE SPACES TO RECUPERACION-RECORD-OUT
           WRITE RECUPERACION-RECORD-OUT
           MOVE 'DIFERENCIAS ENCONTRADAS:' TO RECUPERACION-RECORD-OUT
           WRITE RECUPERACION-RECORD-OUT
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'CUENTA     REFERENCIA   TIPO  SALDO ESPERADO'
                  '  SALDO HISTORICO  OBSERVACION'
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE RECUPERACION-RECORD-OUT FROM WS-LINEA-RPT.

      *  Recorre el historico entero; solo cuentan las lineas
      *  posteriores a la copia (las de arrastre no llevan referencia).
       400-REAPLICAR-HISTORICO.
           OPEN INPUT HISTORY-IN
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY '*** SIN TRANS-HISTORY.DAT: NO HAY '
                       'MOVIMIENTOS QUE REAPLICAR ***'
           ELSE
               MOVE 'N' TO WS-FICHERO-EOF
               PERFORM UNTIL END-OF-FICHERO
                  READ HISTORY-IN
                     AT END
                        MOVE 'S' TO WS-FICHERO-EOF
                     NOT AT END
                        ADD 1 TO WS-LINEAS-LEIDAS
                        IF HR-REFERENCIA IS NUMERIC
                           AND HR-REFERENCIA > WS-EL-ULTIMA-REF
                           PERFORM 410-REAPLICAR-MOVIMIENTO
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HISTORY-IN
           END-IF.

       410-REAPLICAR-MOVIMIENTO.
           MOVE HR-CUENTA-NUM TO TC-CUENTA
           READ TOCADAS-TRABAJO
               INVALID KEY
                   PERFORM 420-NUEVA-TOCADA
           END-READ
           ADD 1 TO TC-MOVIMIENTOS
           IF TC-NO-EN-COPIA
               ADD 1 TO WS-MOVS-NO-APLICADOS
           ELSE
               ADD 1 TO WS-MOVS-REAPLICADOS
               PERFORM 430-COMPROBAR-CONTINUIDAD
               MOVE HR-BALANCE-RESULT TO TC-SALDO-FINAL
           END-IF
           REWRITE TC-REGISTRO.

      *  Primera linea de la cuenta: su saldo de partida es el de la
      *  generacion; si no esta en ella, la cuenta no se puede tratar.
       420-NUEVA-TOCADA.
           ADD 1 TO WS-CUENTAS-TOCADAS
           MOVE HR-CUENTA-NUM TO TC-CUENTA
           MOVE ZERO TO TC-MOVIMIENTOS, TC-DIFERENCIAS
           MOVE HR-CUENTA-NUM TO MR-CUENTA-NUM
           READ MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO TC-SITUACION
                   MOVE ZERO TO TC-SALDO-COPIA, TC-SALDO-FINAL
                   ADD 1 TO WS-TOTAL-DIFERENCIAS
                   PERFORM 425-LINEA-NO-EN-COPIA
               NOT INVALID KEY
                   MOVE 'R' TO TC-SITUACION
                   MOVE MR-BALANCE TO TC-SALDO-COPIA, TC-SALDO-FINAL
           END-READ
           WRITE TC-REGISTRO.

       425-LINEA-NO-EN-COPIA.
           MOVE HR-BALANCE-RESULT TO WS-IMPORTE-EDIT-2
           MOVE SPACES TO WS-LINEA-RPT
           STRING HR-CUENTA-NUM ' ' HR-REFERENCIA ' '
                  HR-TIPO '                   '
                  WS-IMPORTE-EDIT-2
                  '  CUENTA NO PRESENTE EN LA GENERACION'
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE RECUPERACION-RECORD-OUT FROM WS-LINEA-RPT.

      *  Saldo anterior +/- importe contra el saldo grabado en la linea.
      *  Las lineas sin signo no se comprueban.
       430-COMPROBAR-CONTINUIDAD.
           IF HR-AL-DEBE OR HR-AL-HABER
               IF HR-AL-HABER
                   COMPUTE WS-SALDO-ESPERADO =
                      TC-SALDO-FINAL + HR-CANTIDAD
               ELSE
                   COMPUTE WS-SALDO-ESPERADO =
                      TC-SALDO-FINAL - HR-CANTIDAD
               END-IF
               IF WS-SALDO-ESPERADO NOT = HR-BALANCE-RESULT
                   ADD 1 TO TC-DIFERENCIAS
                   ADD 1 TO WS-TOTAL-DIFERENCIAS
                   MOVE WS-SALDO-ESPERADO TO WS-IMPORTE-EDIT
                   MOVE HR-BALANCE-RESULT TO WS-IMPORTE-EDIT-2
                   MOVE SPACES TO WS-LINEA-RPT
                   STRING HR-CUENTA-NUM ' ' HR-REFERENCIA ' '
                          HR-TIPO '     ' WS-IMPORTE-EDIT '  '
                          WS-IMPORTE-EDIT-2
                          '  SALDO DEL HISTORICO ADOPTADO'
                      DELIMITED BY SIZE INTO WS-LINEA-RPT
                   END-STRING
                   WRITE RECUPERACION-RECORD-OUT FROM WS-LINEA-RPT
               END-IF
           END-IF.

      *  Deja en el maestro el ultimo saldo del historico de cada
      *  cuenta reaplicada.
       500-ACTUALIZAR-SALDOS.
           IF WS-TOTAL-DIFERENCIAS = ZERO
               MOVE '  NINGUNA' TO RECUPERACION-RECORD-OUT
               WRITE RECUPERACION-RECORD-OUT
           END-IF
           MOVE ZERO TO TC-CUENTA
           START TOCADAS-TRABAJO KEY IS NOT LESS THAN TC-CUENTA
               INVALID KEY
                   MOVE 'S' TO WS-FICHERO-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-FICHERO-EOF
           END-START
           PERFORM UNTIL END-OF-FICHERO
              READ TOCADAS-TRABAJO NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FICHERO-EOF
                 NOT AT END
                    IF TC-REAPLICADA
                       PERFORM 510-REGRABAR-SALDO
                    END-IF
              END-READ
           END-PERFORM.

       510-REGRABAR-SALDO.
           MOVE TC-CUENTA TO MR-CUENTA-NUM
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY '*** CUENTA ' TC-CUENTA
                           ' NO ENCONTRADA AL REGRABAR ***'
               NOT INVALID KEY
                   MOVE TC-SALDO-FINAL TO MR-BALANCE
                   REWRITE MASTER-RECORD
           END-READ.

      *  Las cuentas archivadas por CIERRE-CUENTAS que siguen en el
      *  maestro se cerraron despues de la copia: se eliminan.
       600-QUITAR-CERRADAS.
           MOVE SPACES TO RECUPERACION-RECORD-OUT
           WRITE RECUPERACION-RECORD-OUT
           MOVE 'CUENTAS CERRADAS DESPUES DE LA COPIA (ELIMINADAS):'
               TO RECUPERACION-RECORD-OUT
           WRITE RECUPERACION-RECORD-OUT
           OPEN INPUT CERRADAS-IN
           IF WS-CERRADAS-STATUS = '00'
               MOVE 'N' TO WS-FICHERO-EOF
               PERFORM UNTIL END-OF-FICHERO
                  READ CERRADAS-IN
                     AT END
                        MOVE 'S' TO WS-FICHERO-EOF
                     NOT AT END
                        PERFORM 610-QUITAR-CERRADA
                  END-READ
               END-PERFORM
               CLOSE CERRADAS-IN
           END-IF
           IF WS-CUENTAS-CERRADAS = ZERO
               MOVE '  NINGUNA' TO RECUPERACION-RECORD-OUT
               WRITE RECUPERACION-RECORD-OUT
           END-IF.

       610-QUITAR-CERRADA.
           MOVE CE-CUENTA-NUM TO MR-CUENTA-NUM
           READ MASTER-FILE
               NOT INVALID KEY
                   MOVE MR-BALANCE TO WS-SALDO-CERRADA
                   DELETE MASTER-FILE RECORD
                   ADD 1 TO WS-CUENTAS-CERRADAS
                   PERFORM 620-MARCAR-CERRADA
           END-READ.

       620-MARCAR-CERRADA.
           MOVE SPACES TO WS-LINEA-RPT
           STRING '  ' CE-CUENTA-NUM '  CERRADA EL ' CE-FECHA-CIERRE
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE RECUPERACION-RECORD-OUT FROM WS-LINEA-RPT
           MOVE CE-CUENTA-NUM TO TC-CUENTA
           READ TOCADAS-TRABAJO
               INVALID KEY
                   ADD 1 TO WS-CUENTAS-TOCADAS
                   MOVE WS-SALDO-CERRADA TO TC-SALDO-COPIA
                   MOVE ZERO TO TC-SALDO-FINAL, TC-MOVIMIENTOS,
                                TC-DIFERENCIAS
                   MOVE 'C' TO TC-SITUACION
                   WRITE TC-REGISTRO
               NOT INVALID KEY
                   MOVE 'C' TO TC-SITUACION
                   REWRITE TC-REGISTRO
           END-READ.

      *  Cambios de mantenimiento sobre cuentas grabados despues de la
      *  copia: el historico no los recoge.
       700-CAMBIOS-POSTERIORES.
           MOVE SPACES TO RECUPERACION-RECORD-OUT
           WRITE RECUPERACION-RECORD-OUT
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'CAMBIOS DE MANTENIMIENTO POSTERIORES A LA COPIA '
                  '(REPETIR A MANO):'
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE RECUPERACION-RECORD-OUT FROM WS-LINEA-RPT
           OPEN INPUT AUDITORIA-FILE
           IF WS-AUDITORIA-STATUS = '00'
               MOVE 'N' TO WS-FICHERO-EOF
               PERFORM UNTIL END-OF-FICHERO
                  READ AUDITORIA-FILE
                     AT END
                        MOVE 'S' TO WS-FICHERO-EOF
                     NOT AT END
                        IF AU-CUENTA NOT = ZERO
                           AND (AU-FECHA > WS-EL-FECHA-COPIA
                            OR (AU-FECHA = WS-EL-FECHA-COPIA
                                AND AU-HORA NOT < WS-EL-HORA))
                           PERFORM 710-LINEA-CAMBIO
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE AUDITORIA-FILE
           END-IF
           IF WS-CAMBIOS-AUDITORIA = ZERO
               MOVE '  NINGUNO' TO RECUPERACION-RECORD-OUT
               WRITE RECUPERACION-RECORD-OUT
           END-IF.

       710-LINEA-CAMBIO.
           ADD 1 TO WS-CAMBIOS-AUDITORIA
           MOVE SPACES TO WS-LINEA-RPT
           STRING '  ' AU-FECHA ' ' AU-HORA ' ' AU-OPERADOR ' '
                  AU-MODO ' ' AU-CUENTA ' ' AU-CAMPO ' '
                  AU-VALOR-NUEVO
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE RECUPERACION-RECORD-OUT FROM WS-LINEA-RPT.

       800-LISTAR-TOCADAS.
           MOVE SPACES TO RECUPERACION-RECORD-OUT
           WRITE RECUPERACION-RECORD-OUT
           MOVE 'CUENTAS TOCADAS:' TO RECUPERACION-RECORD-OUT
           WRITE RECUPERACION-RECORD-OUT
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'CUENTA     SIT  SALDO EN COPIA     SALDO FINAL'
                  '   MOVIMIENTOS  DIFERENCIAS'
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE RECUPERACION-RECORD-OUT FROM WS-LINEA-RPT
           MOVE ZERO TO TC-CUENTA
           START TOCADAS-TRABAJO KEY IS NOT LESS THAN TC-CUENTA
               INVALID KEY
                   MOVE 'S' TO WS-FICHERO-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-FICHERO-EOF
           END-START
           PERFORM UNTIL END-OF-FICHERO
              READ TOCADAS-TRABAJO NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FICHERO-EOF
                 NOT AT END
                    MOVE TC-SALDO-COPIA TO WS-IMPORTE-EDIT
                    MOVE TC-SALDO-FINAL TO WS-IMPORTE-EDIT-2
                    MOVE SPACES TO WS-LINEA-RPT
                    STRING TC-CUENTA '  ' TC-SITUACION '  '
                           WS-IMPORTE-EDIT '  ' WS-IMPORTE-EDIT-2
                           '      ' TC-MOVIMIENTOS
                           '       ' TC-DIFERENCIAS
                       DELIMITED BY SIZE INTO WS-LINEA-RPT
                    END-STRING
                    WRITE RECUPERACION-RECORD-OUT FROM WS-LINEA-RPT
              END-READ
           END-PERFORM
           MOVE SPACES TO WS-LINEA-RPT
           STRING '  SIT: R REAPLICADA, N NO ESTA EN LA GENERACION, '
                  'C CERRADA DESPUES DE LA COPIA'
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE RECUPERACION-RECORD-OUT FROM WS-LINEA-RPT.

      *  Totales del maestro ya recuperado.
       850-TOTALES-FINALES.
           MOVE ZERO TO MR-CUENTA-NUM
           START MASTER-FILE KEY IS NOT LESS THAN MR-CUENTA-NUM
               INVALID KEY
                   MOVE 'S' TO WS-FICHERO-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-FICHERO-EOF
           END-START
           PERFORM UNTIL END-OF-FICHERO
              READ MASTER-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FICHERO-EOF
                 NOT AT END
                    ADD 1 TO WS-FINAL-REGISTROS
                    ADD MR-BALANCE TO WS-FINAL-SALDO-TOTAL
              END-READ
           END-PERFORM.

       900-FINALIZAR-SIST.
           IF MAESTRO-RESTAURADO
               PERFORM 910-ESCRIBIR-RESUMEN
               CLOSE MASTER-FILE, TOCADAS-TRABAJO, RECUPERACION-RPT
               PERFORM 920-AUDITAR-RECUPERACION
               DISPLAY '--- RECUPERACION FINALIZADA ---'
               DISPLAY WS-MOVS-REAPLICADOS ' MOVIMIENTOS REAPLICADOS, '
                       WS-TOTAL-DIFERENCIAS ' DIFERENCIAS.'
               DISPLAY 'REVISE RECUPERACION-MAESTRO.RPT Y EJECUTE '
                       'CUADRE-DIARIO.'
           ELSE
               DISPLAY '--- MAESTRO NO MODIFICADO ---'
               MOVE 8 TO RETURN-CODE
           END-IF.

       910-ESCRIBIR-RESUMEN.
           MOVE SPACES TO RECUPERACION-RECORD-OUT
           WRITE RECUPERACION-RECORD-OUT
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'LINEAS DE HISTORICO LEIDAS: ' WS-LINEAS-LEIDAS
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE RECUPERACION-RECORD-OUT FROM WS-LINEA-RPT
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'MOVIMIENTOS REAPLICADOS: ' WS-MOVS-REAPLICADOS
                  '  NO APLICADOS: ' WS-MOVS-NO-APLICADOS
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE RECUPERACION-RECORD-OUT FROM WS-LINEA-RPT
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'CUENTAS TOCADAS: ' WS-CUENTAS-TOCADAS
                  '  ELIMINADAS POR CIERRE: ' WS-CUENTAS-CERRADAS
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE RECUPERACION-RECORD-OUT FROM WS-LINEA-RPT
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'DIFERENCIAS: ' WS-TOTAL-DIFERENCIAS
                  '  CAMBIOS DE MANTENIMIENTO A REPETIR: '
                  WS-CAMBIOS-AUDITORIA
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE RECUPERACION-RECORD-OUT FROM WS-LINEA-RPT
           MOVE WS-FINAL-SALDO-TOTAL TO WS-SALDO-EDIT
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'MAESTRO RECUPERADO: ' WS-FINAL-REGISTROS
                  ' CUENTAS  TOTAL MR-BALANCE: ' WS-SALDO-EDIT
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE RECUPERACION-RECORD-OUT FROM WS-LINEA-RPT.

      *  Deja constancia de la recuperacion en la pista de auditoria.
       920-AUDITAR-RECUPERACION.
           OPEN EXTEND AUDITORIA-FILE
           IF WS-AUDITORIA-STATUS = '35' OR WS-AUDITORIA-STATUS = '05'
               OPEN OUTPUT AUDITORIA-FILE
           END-IF
           MOVE WS-OPERADOR TO AU-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO AU-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO AU-HORA
           MOVE ZERO TO AU-CUENTA
           MOVE 'RECUPERAR-MAESTRO' TO AU-CAMPO
           MOVE SPACES TO AU-VALOR-ANTERIOR, AU-VALOR-NUEVO
           STRING 'GEN ' WS-EL-SECUENCIA ' ' WS-EL-FECHA
              DELIMITED BY SIZE INTO AU-VALOR-ANTERIOR
           END-STRING
           STRING 'MOVS ' WS-MOVS-REAPLICADOS
              DELIMITED BY SIZE INTO AU-VALOR-NUEVO
           END-STRING
           MOVE 'R' TO AU-MODO
           WRITE AUDITORIA-RECORD
           CLOSE AUDITORIA-FILE.
