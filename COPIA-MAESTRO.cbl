       IDENTIFICATION DIVISION.
       PROGRAM-ID. COPIA-MAESTRO.
      * PROPOSITO: Primer paso de la cadena nocturna (delante de
      * VALIDAR-TRANS en CADENA-CIERRE.DAT). Saca una generacion
      * fechada de CUENTAS-INDEXADAS.DAT a un fichero secuencial y
      * anota su registro de control en COPIAS-MAESTRO.DAT: fecha de
      * negocio, fecha y hora de la copia, fichero, numero de
      * registros, total de MR-BALANCE y ultima referencia de
      * historico asignada en el
      * momento de la copia (la mayor entre CONTADOR-REFERENCIAS.DAT y
      * las lineas de TRANS-HISTORY.DAT). RECUPERAR-MAESTRO restaura
      * una generacion y vuelve a aplicar los movimientos con
      * referencia posterior.
      * Se conservan las ultimas N generaciones (parametro GENERACIONES,
      * por defecto 7, maximo 30). Las generaciones rotan sobre los
      * ficheros CUENTAS-GEN-01.DAT a CUENTAS-GEN-nn.DAT: la copia
      * nueva ocupa el hueco de la mas antigua y COPIAS-MAESTRO.DAT
      * solo conserva los registros de control de las N ultimas. Si la
      * copia falla no se toca COPIAS-MAESTRO.DAT, no se cierra el
      * ciclo y el programa termina con RETURN-CODE 8.
      *-----------------------------------------------------------------------*
      *CAMBIOS:
      *C0001 --> Fecha: 15/10/2026
      *          Descripción: Programa nuevo. Guardas de fecha de
      *                       negocio, doble ejecucion con override y
      *                       modo desatendido como GENERAR-AVISOS.
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MR-CUENTA-NUM
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT HISTORY-IN  ASSIGN TO 'TRANS-HISTORY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT CONTADOR-REF-FILE
               ASSIGN TO 'CONTADOR-REFERENCIAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTADOR-REF-STATUS.

      *  Fichero de la generacion; el nombre depende del hueco.
           SELECT GENERACION-OUT  ASSIGN TO DYNAMIC WS-NOMBRE-GENERACION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENERACION-STATUS.

      *  Registros de control de las generaciones conservadas.
           SELECT COPIAS-FILE  ASSIGN TO 'COPIAS-MAESTRO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPIAS-STATUS.

           SELECT COPIA-RPT  ASSIGN TO 'COPIA-MAESTRO.RPT'
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
           05 HR-CONTRA-CUENTA   PIC 9(10).
           05 HR-CONTRA-BANCO    PIC 9(4).
           05 HR-CONTRA-ID       PIC 9(6).
           05 HR-CONTRA-REF      PIC X(20).

      * Mismo layout que en BANK-TRANS-PROCESSOR.
       FD  CONTADOR-REF-FILE.
       01  CONTADOR-REF-RECORD.
           05 CR-ULTIMA-REFERENCIA  PIC 9(12).

      * Imagen exacta de MASTER-RECORD.
       FD  GENERACION-OUT.
       01  GENERACION-RECORD-OUT  PIC X(99).

      * Un registro de control por generacion, en orden de secuencia.
       FD  COPIAS-FILE.
       01  COPIA-RECORD.
           05 CG-SECUENCIA          PIC 9(6).
           05 CG-FECHA              PIC 9(8).
      *    Fecha y hora del sistema en el momento de la copia.
           05 CG-FECHA-COPIA        PIC 9(8).
           05 CG-HORA               PIC 9(6).
           05 CG-FICHERO            PIC X(20).
           05 CG-REGISTROS          PIC 9(7).
           05 CG-SALDO-TOTAL        PIC S9(13)V99
                                    SIGN LEADING SEPARATE.
           05 CG-ULTIMA-REFERENCIA  PIC 9(12).

       FD  COPIA-RPT.
       01  COPIA-RECORD-RPT  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PARAMETROS-AREAS.
           05 WS-PARAMETROS-STATUS  PIC XX.
           05 WS-PARAMETROS-EOF     PIC X VALUE 'N'.
              88 END-OF-PARAMETROS  VALUE 'S'.
           05 WS-MODO-DESATENDIDO-FLAG  PIC X VALUE 'N'.
              88 MODO-DESATENDIDO   VALUE 'S'.
           05 WS-PARAM-OVERRIDE     PIC X VALUE 'N'.
              88 OVERRIDE-AUTORIZADO  VALUE 'S'.
      *    Generaciones a conservar.
           05 WS-GENERACIONES       PIC 9(2) VALUE 7.

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
           05 WS-MASTER-STATUS        PIC XX.
           05 WS-HISTORY-STATUS       PIC XX.
           05 WS-CONTADOR-REF-STATUS  PIC XX.
           05 WS-GENERACION-STATUS    PIC XX.
           05 WS-COPIAS-STATUS        PIC XX.
           05 WS-FICHERO-EOF          PIC X VALUE 'N'.
              88 END-OF-FICHERO       VALUE 'S'.
           05 WS-ABIERTO-FLAG         PIC X VALUE 'N'.
              88 FICHEROS-ABIERTOS    VALUE 'S'.
           05 WS-COPIA-OK-FLAG        PIC X VALUE 'N'.
              88 COPIA-CORRECTA       VALUE 'S'.

      *  Registros de control leidos de COPIAS-MAESTRO.DAT.
       01  WS-COPIAS-AREAS.
           05 WS-COPIAS-TOTAL      PIC 9(3) VALUE ZERO.
           05 WS-COPIAS-CONSERVAR  PIC 9(3) VALUE ZERO.
           05 WS-COPIAS-SALTAR     PIC 9(3) VALUE ZERO.
           05 WS-COPIA-IDX         PIC 9(3).
           05 WS-COPIA-ENTRADA OCCURS 99 TIMES.
              10 WS-CP-REGISTRO    PIC X(83).

       01  WS-GENERACION-NUEVA.
           05 WS-NOMBRE-GENERACION   PIC X(20).
           05 WS-GEN-SECUENCIA       PIC 9(6) VALUE ZERO.
           05 WS-GEN-HUECO           PIC 9(2).
           05 WS-GEN-COCIENTE        PIC 9(6).
           05 WS-GEN-FECHA-COPIA     PIC 9(8).
           05 WS-GEN-HORA            PIC 9(6).
           05 WS-GEN-REGISTROS       PIC 9(7) VALUE ZERO.
           05 WS-GEN-SALDO-TOTAL     PIC S9(13)V99 VALUE ZERO.
           05 WS-GEN-ULTIMA-REF      PIC 9(12) VALUE ZERO.
           05 WS-LINEAS-HISTORICO    PIC 9(9) VALUE ZERO.

       01  WS-FECHA-ACTUAL.
           05 WS-FECHA-YYYYMMDD  PIC 9(8).

       01  WS-LINEA-RPT       PIC X(100).
       01  WS-SALDO-EDIT      PIC -(13)9.99.

       PROCEDURE DIVISION.
           PERFORM 005-CARGAR-PARAMETROS
           PERFORM 003-VERIFICAR-CONTROL-PROCESO
           IF CONTROL-SUPERADO
               PERFORM 000-INICIO-SIST
               IF FICHEROS-ABIERTOS
                   PERFORM 100-LEER-CATALOGO
                   PERFORM 200-ULTIMA-REFERENCIA
                   PERFORM 300-COPIAR-MAESTRO
                   IF COPIA-CORRECTA
                       PERFORM 400-GRABAR-CATALOGO
                   END-IF
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
               DISPLAY '*** YA HAY COPIA DEL MAESTRO DE LA FECHA '
                       WS-FECHA-YYYYMMDD ' ***'
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
                      AND CP-PROGRAMA = 'COPIA-MAESTRO'
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
                       IF PE-PROGRAMA = 'COPIA-MAESTRO'
                          PERFORM 006-ANOTAR-PARAMETRO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PARAMETROS-FILE
           END-IF.

      *  Un numero de generaciones en blanco, cero o mayor de 30
      *  conserva el valor por defecto.
       006-ANOTAR-PARAMETRO.
           EVALUATE PE-CLAVE
               WHEN 'OVERRIDE'
                   MOVE PE-VALOR(1:1) TO WS-PARAM-OVERRIDE
               WHEN 'GENERACIONES'
                   IF PE-VALOR NOT = SPACES
                      AND FUNCTION NUMVAL(PE-VALOR) > 0
                      AND FUNCTION NUMVAL(PE-VALOR) NOT > 30
                       COMPUTE WS-GENERACIONES =
                          FUNCTION NUMVAL(PE-VALOR)
                   END-IF
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
           DISPLAY '*** COPIA GENERACIONAL DEL MAESTRO ***'
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY '*** ERROR AL ABRIR CUENTAS-INDEXADAS.DAT ***'
               DISPLAY 'FILE STATUS: ' WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'S' TO WS-ABIERTO-FLAG
               OPEN OUTPUT COPIA-RPT
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-GEN-FECHA-COPIA
               MOVE FUNCTION CURRENT-DATE(9:6) TO WS-GEN-HORA
           END-IF.

      *  Carga los registros de control existentes; sin fichero es la
      *  primera copia. La secuencia nueva sigue a la mayor leida.
       100-LEER-CATALOGO.
           OPEN INPUT COPIAS-FILE
           IF WS-COPIAS-STATUS = '00'
               MOVE 'N' TO WS-FICHERO-EOF
               PERFORM UNTIL END-OF-FICHERO
                  READ COPIAS-FILE
                     AT END
                        MOVE 'S' TO WS-FICHERO-EOF
                     NOT AT END
                        IF WS-COPIAS-TOTAL < 99
                           ADD 1 TO WS-COPIAS-TOTAL
                           MOVE COPIA-RECORD
                                TO WS-CP-REGISTRO(WS-COPIAS-TOTAL)
                        END-IF
                        IF CG-SECUENCIA > WS-GEN-SECUENCIA
                           MOVE CG-SECUENCIA TO WS-GEN-SECUENCIA
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE COPIAS-FILE
           END-IF
           ADD 1 TO WS-GEN-SECUENCIA

      *    Hueco rotatorio: 1 a N segun la secuencia.
           SUBTRACT 1 FROM WS-GEN-SECUENCIA GIVING WS-GEN-COCIENTE
           DIVIDE WS-GEN-COCIENTE BY WS-GENERACIONES
               GIVING WS-GEN-COCIENTE REMAINDER WS-GEN-HUECO
           ADD 1 TO WS-GEN-HUECO
           MOVE SPACES TO WS-NOMBRE-GENERACION
           STRING 'CUENTAS-GEN-' WS-GEN-HUECO '.DAT'
              DELIMITED BY SIZE INTO WS-NOMBRE-GENERACION
           END-STRING.

      *  Ultima referencia de historico asignada: la del contador y la
      *  mayor grabada en el historico (el contador puede ir por
      *  detras si un proceso se corto antes de regrabarlo).
       200-ULTIMA-REFERENCIA.
           OPEN INPUT CONTADOR-REF-FILE
           IF WS-CONTADOR-REF-STATUS = '00'
              READ CONTADOR-REF-FILE
                 NOT AT END
                    IF CR-ULTIMA-REFERENCIA IS NUMERIC
                       MOVE CR-ULTIMA-REFERENCIA TO WS-GEN-ULTIMA-REF
                    END-IF
              END-READ
              CLOSE CONTADOR-REF-FILE
           END-IF

           OPEN INPUT HISTORY-IN
           IF WS-HISTORY-STATUS = '00'
               MOVE 'N' TO WS-FICHERO-EOF
               PERFORM UNTIL END-OF-FICHERO
                  READ HISTORY-IN
                     AT END
                        MOVE 'S' TO WS-FICHERO-EOF
                     NOT AT END
                        ADD 1 TO WS-LINEAS-HISTORICO
                        IF HR-REFERENCIA IS NUMERIC
                           AND HR-REFERENCIA > WS-GEN-ULTIMA-REF
                           MOVE HR-REFERENCIA TO WS-GEN-ULTIMA-REF
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HISTORY-IN
           END-IF.

      *  Copia registro a registro, en orden de cuenta, acumulando los
      *  totales de control.
       300-COPIAR-MAESTRO.
           OPEN OUTPUT GENERACION-OUT
           IF WS-GENERACION-STATUS NOT = '00'
               DISPLAY '*** ERROR AL ABRIR ' WS-NOMBRE-GENERACION
                       ' ***'
               DISPLAY 'FILE STATUS: ' WS-GENERACION-STATUS
           ELSE
               MOVE 'S' TO WS-COPIA-OK-FLAG
               MOVE 'N' TO WS-FICHERO-EOF
               PERFORM UNTIL END-OF-FICHERO OR NOT COPIA-CORRECTA
                  READ MASTER-FILE NEXT RECORD
                     AT END
                        MOVE 'S' TO WS-FICHERO-EOF
                     NOT AT END
                        PERFORM 310-COPIAR-CUENTA
                  END-READ
               END-PERFORM
               CLOSE GENERACION-OUT
           END-IF.

       310-COPIAR-CUENTA.
           WRITE GENERACION-RECORD-OUT FROM MASTER-RECORD
           IF WS-GENERACION-STATUS NOT = '00'
               MOVE 'N' TO WS-COPIA-OK-FLAG
               DISPLAY '*** ERROR AL GRABAR ' WS-NOMBRE-GENERACION
                       ' EN LA CUENTA ' MR-CUENTA-NUM ' ***'
               DISPLAY 'FILE STATUS: ' WS-GENERACION-STATUS
           ELSE
               ADD 1 TO WS-GEN-REGISTROS
               ADD MR-BALANCE TO WS-GEN-SALDO-TOTAL
           END-IF.

      *  Reescribe COPIAS-MAESTRO.DAT: las N-1 generaciones anteriores
      *  mas recientes (descartando la que ocupaba el mismo fichero)
      *  y el registro de control de la nueva.
       400-GRABAR-CATALOGO.
           MOVE ZERO TO WS-COPIAS-CONSERVAR
           PERFORM VARYING WS-COPIA-IDX FROM 1 BY 1
                   UNTIL WS-COPIA-IDX > WS-COPIAS-TOTAL
               MOVE WS-CP-REGISTRO(WS-COPIA-IDX) TO COPIA-RECORD
               IF CG-FICHERO NOT = WS-NOMBRE-GENERACION
                   ADD 1 TO WS-COPIAS-CONSERVAR
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-COPIAS-SALTAR
           IF WS-COPIAS-CONSERVAR > WS-GENERACIONES - 1
               COMPUTE WS-COPIAS-SALTAR =
                  WS-COPIAS-CONSERVAR - (WS-GENERACIONES - 1)
           END-IF

           OPEN OUTPUT COPIAS-FILE
           PERFORM VARYING WS-COPIA-IDX FROM 1 BY 1
                   UNTIL WS-COPIA-IDX > WS-COPIAS-TOTAL
               MOVE WS-CP-REGISTRO(WS-COPIA-IDX) TO COPIA-RECORD
               IF CG-FICHERO NOT = WS-NOMBRE-GENERACION
                   IF WS-COPIAS-SALTAR > 0
                       SUBTRACT 1 FROM WS-COPIAS-SALTAR
                   ELSE
                       WRITE COPIA-RECORD
                   END-IF
               END-IF
           END-PERFORM

           MOVE WS-GEN-SECUENCIA     TO CG-SECUENCIA
           MOVE WS-FECHA-YYYYMMDD    TO CG-FECHA
           MOVE WS-GEN-FECHA-COPIA   TO CG-FECHA-COPIA
           MOVE WS-GEN-HORA          TO CG-HORA
           MOVE WS-NOMBRE-GENERACION TO CG-FICHERO
           MOVE WS-GEN-REGISTROS     TO CG-REGISTROS
           MOVE WS-GEN-SALDO-TOTAL   TO CG-SALDO-TOTAL
           MOVE WS-GEN-ULTIMA-REF    TO CG-ULTIMA-REFERENCIA
           WRITE COPIA-RECORD
           CLOSE COPIAS-FILE.

       900-FINALIZAR-SIST.
           IF FICHEROS-ABIERTOS
               PERFORM 910-ESCRIBIR-RESUMEN
               CLOSE MASTER-FILE, COPIA-RPT
               IF COPIA-CORRECTA
                   PERFORM 905-GRABAR-CIERRE-CICLO
               ELSE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY '--- COPIA DEL MAESTRO FINALIZADA ---'
           IF COPIA-CORRECTA
               DISPLAY WS-GEN-REGISTROS ' CUENTAS COPIADAS EN '
                       WS-NOMBRE-GENERACION
           ELSE
               DISPLAY 'COPIA NO REALIZADA.'
           END-IF.

      *  Anota el cierre del ciclo en CONTROL-PROCESO.DAT.
       905-GRABAR-CIERRE-CICLO.
           OPEN EXTEND CONTROL-FILE
           MOVE SPACES TO CONTROL-RECORD
           MOVE 'C' TO CP-TIPO
           MOVE WS-FECHA-YYYYMMDD TO CP-FECHA
           MOVE 'COPIA-MAESTRO' TO CP-PROGRAMA
           WRITE CONTROL-RECORD
           CLOSE CONTROL-FILE.

       910-ESCRIBIR-RESUMEN.
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'COPIA GENERACIONAL DEL MAESTRO - FECHA DE NEGOCIO '
                  WS-FECHA-YYYYMMDD
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE COPIA-RECORD-RPT FROM WS-LINEA-RPT
           MOVE SPACES TO COPIA-RECORD-RPT
           WRITE COPIA-RECORD-RPT

           IF NOT COPIA-CORRECTA
               MOVE SPACES TO WS-LINEA-RPT
               STRING 'COPIA NO REALIZADA: ERROR EN '
                      WS-NOMBRE-GENERACION ' (STATUS '
                      WS-GENERACION-STATUS ')'
                  DELIMITED BY SIZE INTO WS-LINEA-RPT
               END-STRING
               WRITE COPIA-RECORD-RPT FROM WS-LINEA-RPT
           ELSE
               MOVE WS-GEN-SALDO-TOTAL TO WS-SALDO-EDIT
               MOVE SPACES TO WS-LINEA-RPT
               STRING 'GENERACION ' WS-GEN-SECUENCIA
                      '  FICHERO ' WS-NOMBRE-GENERACION
                      '  COPIADA ' WS-GEN-FECHA-COPIA
                      ' ' WS-GEN-HORA
                  DELIMITED BY SIZE INTO WS-LINEA-RPT
               END-STRING
               WRITE COPIA-RECORD-RPT FROM WS-LINEA-RPT
               MOVE SPACES TO WS-LINEA-RPT
               STRING 'REGISTROS: ' WS-GEN-REGISTROS
                      '  TOTAL MR-BALANCE: ' WS-SALDO-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-RPT
               END-STRING
               WRITE COPIA-RECORD-RPT FROM WS-LINEA-RPT
               MOVE SPACES TO WS-LINEA-RPT
               STRING 'ULTIMA REFERENCIA DE HISTORICO: '
                      WS-GEN-ULTIMA-REF
                      '  LINEAS DE HISTORICO: ' WS-LINEAS-HISTORICO
                  DELIMITED BY SIZE INTO WS-LINEA-RPT
               END-STRING
               WRITE COPIA-RECORD-RPT FROM WS-LINEA-RPT
               MOVE SPACES TO WS-LINEA-RPT
               STRING 'GENERACIONES CONSERVADAS: MAXIMO '
                      WS-GENERACIONES
                  DELIMITED BY SIZE INTO WS-LINEA-RPT
               END-STRING
               WRITE COPIA-RECORD-RPT FROM WS-LINEA-RPT
           END-IF.
