       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRE-DIA.
      * PROPOSITO: Cierre del dia de proceso. Comprueba que la cadena
      * nocturna de la fecha de negocio vigente termino entera antes de
      * que APERTURA-DIA pueda abrir la siguiente, y deja el informe de
      * operaciones de la manana en CIERRE-DIA.RPT (que corrio, que
      * falta y que fallo).
      *
      * La cadena se define en CADENA-CIERRE.DAT, un programa por
      * registro: orden, nombre (el que anota en CP-PROGRAMA),
      * frecuencia ('D' obligatorio cada dia, 'M' solo el ultimo dia
      * del mes) y comprobacion del resultado:
      *   ' ' basta el cierre de ciclo 'C' de la fecha.
      *   'G' VALIDACION.RPT con veredicto GO.
      *   'Q' CUADRE-DIARIO.RPT con libro e historico cuadrados.
      *   'X' ASIENTOS-EXCEP.RPT sin excepciones.
      * Los programas con el mismo orden pueden correr en cualquier
      * secuencia entre si; uno de orden mayor no puede haber anotado
      * su primer cierre antes que uno de orden menor (el orden es el
      * de grabacion en CONTROL-PROCESO.DAT).
      *
      * Con todos los obligatorios ejecutados, en orden y con buen
      * resultado, anota la marca de dia cerrado: un cierre de ciclo
      * 'C' de la fecha con programa 'CIERRE-DIA', que es lo que
      * APERTURA-DIA exige para avanzar. Se puede relanzar tras
      * corregir: cada ejecucion rehace el informe.
      *-----------------------------------------------------------------------*
      *CAMBIOS:
      *C0001 --> Fecha: 15/10/2026
      *          Descripción: Programa nuevo. Sustituye la comprobacion
      *                       manual de la cadena: hasta ahora
      *                       APERTURA-DIA avanzaba la fecha aunque el
      *                       lote hubiera abortado o el cuadre tuviera
      *                       diferencias.
      *
      *-----------------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  Fecha de negocio y control de ciclos (ver APERTURA-DIA).
           SELECT CONTROL-FILE  ASSIGN TO 'CONTROL-PROCESO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT CADENA-FILE  ASSIGN TO 'CADENA-CIERRE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CADENA-STATUS.

      *  Informes de resultado que se comprueban.
           SELECT VALIDACION-IN  ASSIGN TO 'VALIDACION.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INFORME-STATUS.

           SELECT CUADRE-IN  ASSIGN TO 'CUADRE-DIARIO.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INFORME-STATUS.

           SELECT EXCEP-IN  ASSIGN TO 'ASIENTOS-EXCEP.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INFORME-STATUS.

           SELECT CIERRE-RPT  ASSIGN TO 'CIERRE-DIA.RPT'
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

       FD  CADENA-FILE.
       01  CADENA-RECORD.
           05 CD-ORDEN         PIC 9(3).
           05 CD-PROGRAMA      PIC X(24).
           05 CD-FRECUENCIA    PIC X(1).
              88 CD-DIARIO     VALUE 'D'.
              88 CD-FIN-DE-MES VALUE 'M'.
           05 CD-COMPROBACION  PIC X(1).

      * Linea final de VALIDAR-TRANS (910-ESCRIBIR-RESUMEN).
       FD  VALIDACION-IN.
       01  VALIDACION-RECORD-IN.
           05 VA-TEXTO      PIC X(16).
           05 FILLER        PIC X(84).

      * Linea final de CUADRE-DIARIO (920-ESCRIBIR-RESUMEN).
       FD  CUADRE-IN.
       01  CUADRE-RECORD-IN.
           05 CU-TEXTO      PIC X(36).
           05 FILLER        PIC X(64).

      * Linea de resumen de EXTRACTO-CONTABLE (900-FINALIZAR-SIST).
       FD  EXCEP-IN.
       01  EXCEP-RECORD-IN.
           05 EX-TEXTO         PIC X(21).
           05 FILLER           PIC X(51).
           05 EX-EXCEPCIONES   PIC X(5).
           05 FILLER           PIC X(3).

       FD  CIERRE-RPT.
       01  CIERRE-RECORD-OUT  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05 WS-CONTROL-STATUS   PIC XX.
           05 WS-CADENA-STATUS    PIC XX.
           05 WS-INFORME-STATUS   PIC XX.
           05 WS-CONTROL-EOF      PIC X VALUE 'N'.
              88 END-OF-CONTROL   VALUE 'S'.
           05 WS-CADENA-EOF       PIC X VALUE 'N'.
              88 END-OF-CADENA    VALUE 'S'.
           05 WS-INFORME-EOF      PIC X VALUE 'N'.
              88 END-OF-INFORME   VALUE 'S'.
           05 WS-FECHA-OK-FLAG    PIC X VALUE 'N'.
              88 HAY-FECHA-NEGOCIO VALUE 'S'.
           05 WS-CADENA-OK-FLAG   PIC X VALUE 'N'.
              88 HAY-CADENA       VALUE 'S'.
           05 WS-YA-CERRADO-FLAG  PIC X VALUE 'N'.
              88 DIA-YA-CERRADO   VALUE 'S'.
           05 WS-FIN-MES-FLAG     PIC X VALUE 'N'.
              88 ES-FIN-DE-MES    VALUE 'S'.
           05 WS-HALLADO          PIC X VALUE 'N'.
              88 HALLADO          VALUE 'S'.
           05 WS-RESULTADO-FLAG   PIC X VALUE 'N'.
              88 RESULTADO-BUENO  VALUE 'S'.

       01  WS-FECHA-YYYYMMDD   PIC 9(8) VALUE ZERO.
       01  WS-FECHA-MANANA     PIC 9(8) VALUE ZERO.
       01  WS-FECHA-MANANA-R REDEFINES WS-FECHA-MANANA.
           05 WS-MANANA-AAAAMM  PIC 9(6).
           05 WS-MANANA-DD      PIC 9(2).
       01  WS-ENTERO-TRABAJO   PIC 9(8).

      * Cadena cargada. WS-CAD-POSICION = orden de grabacion del
      * primer cierre de la fecha (cero = no corrio); WS-CAD-ESTADO:
      *   'E' ejecutado, 'F' falta, 'X' fallido, 'O' fuera de orden,
      *   'N' no aplica hoy (de fin de mes sin serlo, y no corrio).
       01  WS-CADENA-AREAS.
           05 WS-CAD-TOTAL  PIC 9(3) VALUE ZERO.
           05 WS-CAD-IDX    PIC 9(3) VALUE ZERO.
           05 WS-CAD-IDX2   PIC 9(3) VALUE ZERO.
           05 WS-CAD-MAX    PIC 9(3) VALUE 60.
           05 WS-CAD-TABLA OCCURS 60 TIMES.
              10 WS-CAD-ORDEN         PIC 9(3).
              10 WS-CAD-PROGRAMA      PIC X(24).
              10 WS-CAD-FRECUENCIA    PIC X(1).
              10 WS-CAD-COMPROBACION  PIC X(1).
              10 WS-CAD-OBLIGATORIO   PIC X(1).
              10 WS-CAD-POSICION      PIC 9(5).
              10 WS-CAD-EJECUCIONES   PIC 9(3).
              10 WS-CAD-ESTADO        PIC X(1).
              10 WS-CAD-OBSERVACION   PIC X(40).

      * Cierres de la fecha de programas que no estan en la cadena.
       01  WS-FUERA-AREAS.
           05 WS-FUE-TOTAL  PIC 9(3) VALUE ZERO.
           05 WS-FUE-IDX    PIC 9(3) VALUE ZERO.
           05 WS-FUE-MAX    PIC 9(3) VALUE 60.
           05 WS-FUE-TABLA OCCURS 60 TIMES.
              10 WS-FUE-PROGRAMA      PIC X(24).
              10 WS-FUE-EJECUCIONES   PIC 9(3).

       01  WS-CONTADORES.
           05 WS-POSICION        PIC 9(5) VALUE ZERO.
           05 WS-EJECUTADOS      PIC 9(3) VALUE ZERO.
           05 WS-FALTAN          PIC 9(3) VALUE ZERO.
           05 WS-FALLIDOS        PIC 9(3) VALUE ZERO.
           05 WS-FUERA-DE-ORDEN  PIC 9(3) VALUE ZERO.
           05 WS-NO-APLICAN      PIC 9(3) VALUE ZERO.

       01  WS-MOTIVO           PIC X(40).
       01  WS-TEXTO-ESTADO     PIC X(14).
       01  WS-LINEA-RPT        PIC X(100).

       PROCEDURE DIVISION.
           PERFORM 000-INICIO-SIST
           IF HAY-FECHA-NEGOCIO AND HAY-CADENA
               PERFORM 200-LEER-CIERRES
               PERFORM 300-EVALUAR-CADENA
               PERFORM 400-COMPROBAR-ORDEN
               PERFORM 500-IMPRIMIR-INFORME
           END-IF
           PERFORM 900-FINALIZAR-SIST
           STOP RUN.

       000-INICIO-SIST.
           DISPLAY '*** CIERRE DEL DIA DE PROCESO ***'
           OPEN OUTPUT CIERRE-RPT
           PERFORM 010-LEER-FECHA-NEGOCIO
           IF NOT HAY-FECHA-NEGOCIO
               DISPLAY '*** SIN FECHA DE NEGOCIO: EJECUTE '
                       'APERTURA-DIA ***'
               MOVE 'SIN FECHA DE NEGOCIO EN CONTROL-PROCESO.DAT'
                    TO WS-LINEA-RPT
               WRITE CIERRE-RECORD-OUT FROM WS-LINEA-RPT
           ELSE
               PERFORM 100-CARGAR-CADENA
           END-IF.

      *  Fecha vigente (registro 'F') y si es ultimo dia de mes.
       010-LEER-FECHA-NEGOCIO.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               READ CONTROL-FILE
                  AT END
                     CONTINUE
                  NOT AT END
                     IF CP-FECHA-NEGOCIO
                        MOVE CP-FECHA TO WS-FECHA-YYYYMMDD
                        MOVE 'S' TO WS-FECHA-OK-FLAG
                     END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           IF HAY-FECHA-NEGOCIO
               COMPUTE WS-ENTERO-TRABAJO =
                  FUNCTION INTEGER-OF-DATE(WS-FECHA-YYYYMMDD) + 1
               COMPUTE WS-FECHA-MANANA =
                  FUNCTION DATE-OF-INTEGER(WS-ENTERO-TRABAJO)
               IF WS-MANANA-DD = 1
                   MOVE 'S' TO WS-FIN-MES-FLAG
               END-IF
           END-IF.

       100-CARGAR-CADENA.
           OPEN INPUT CADENA-FILE
           IF WS-CADENA-STATUS NOT = '00'
               DISPLAY '*** FALTA CADENA-CIERRE.DAT: NO SE PUEDE '
                       'VERIFICAR LA CADENA ***'
               MOVE 'FALTA CADENA-CIERRE.DAT: DIA NO CERRADO'
                    TO WS-LINEA-RPT
               WRITE CIERRE-RECORD-OUT FROM WS-LINEA-RPT
           ELSE
               PERFORM UNTIL END-OF-CADENA
                  READ CADENA-FILE
                     AT END
                        MOVE 'S' TO WS-CADENA-EOF
                     NOT AT END
                        PERFORM 110-ANOTAR-PROGRAMA-CADENA
                  END-READ
               END-PERFORM
               CLOSE CADENA-FILE
               IF WS-CAD-TOTAL > ZERO
                   MOVE 'S' TO WS-CADENA-OK-FLAG
               ELSE
                   MOVE 'CADENA-CIERRE.DAT VACIO: DIA NO CERRADO'
                        TO WS-LINEA-RPT
                   WRITE CIERRE-RECORD-OUT FROM WS-LINEA-RPT
               END-IF
           END-IF.

      *  Un programa de fin de mes solo es obligatorio el ultimo dia
      *  del mes; una frecuencia desconocida cuenta como diaria.
       110-ANOTAR-PROGRAMA-CADENA.
           IF WS-CAD-TOTAL >= WS-CAD-MAX
               DISPLAY '*** CADENA DEMASIADO LARGA: ' CD-PROGRAMA
                       ' NO SE VERIFICA ***'
           ELSE
               ADD 1 TO WS-CAD-TOTAL
               MOVE CD-ORDEN        TO WS-CAD-ORDEN(WS-CAD-TOTAL)
               MOVE CD-PROGRAMA     TO WS-CAD-PROGRAMA(WS-CAD-TOTAL)
               MOVE CD-FRECUENCIA   TO WS-CAD-FRECUENCIA(WS-CAD-TOTAL)
               MOVE CD-COMPROBACION
                    TO WS-CAD-COMPROBACION(WS-CAD-TOTAL)
               MOVE 'S' TO WS-CAD-OBLIGATORIO(WS-CAD-TOTAL)
               IF CD-FIN-DE-MES AND NOT ES-FIN-DE-MES
                   MOVE 'N' TO WS-CAD-OBLIGATORIO(WS-CAD-TOTAL)
               END-IF
               MOVE ZERO   TO WS-CAD-POSICION(WS-CAD-TOTAL)
               MOVE ZERO   TO WS-CAD-EJECUCIONES(WS-CAD-TOTAL)
               MOVE SPACE  TO WS-CAD-ESTADO(WS-CAD-TOTAL)
               MOVE SPACES TO WS-CAD-OBSERVACION(WS-CAD-TOTAL)
           END-IF.

      *  Cierres de ciclo de la fecha en orden de grabacion. La marca
      *  de dia cerrado de una ejecucion anterior no cuenta como paso.
       200-LEER-CIERRES.
           MOVE 'N' TO WS-CONTROL-EOF
           OPEN INPUT CONTROL-FILE
           PERFORM UNTIL END-OF-CONTROL
              READ CONTROL-FILE
                 AT END
                    MOVE 'S' TO WS-CONTROL-EOF
                 NOT AT END
                    IF CP-CIERRE-CICLO
                       AND CP-FECHA = WS-FECHA-YYYYMMDD
                       PERFORM 210-ANOTAR-CIERRE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CONTROL-FILE.

       210-ANOTAR-CIERRE.
           IF CP-PROGRAMA = 'CIERRE-DIA'
               MOVE 'S' TO WS-YA-CERRADO-FLAG
           ELSE
               ADD 1 TO WS-POSICION
               MOVE 'N' TO WS-HALLADO
               PERFORM VARYING WS-CAD-IDX FROM 1 BY 1
                  UNTIL WS-CAD-IDX > WS-CAD-TOTAL
                  IF WS-CAD-PROGRAMA(WS-CAD-IDX) = CP-PROGRAMA
                     MOVE 'S' TO WS-HALLADO
                     ADD 1 TO WS-CAD-EJECUCIONES(WS-CAD-IDX)
                     IF WS-CAD-POSICION(WS-CAD-IDX) = ZERO
                        MOVE WS-POSICION
                             TO WS-CAD-POSICION(WS-CAD-IDX)
                     END-IF
                  END-IF
               END-PERFORM
               IF NOT HALLADO
                   PERFORM 220-ANOTAR-FUERA-DE-CADENA
               END-IF
           END-IF.

       220-ANOTAR-FUERA-DE-CADENA.
           MOVE 'N' TO WS-HALLADO
           PERFORM VARYING WS-FUE-IDX FROM 1 BY 1
              UNTIL WS-FUE-IDX > WS-FUE-TOTAL OR HALLADO
              IF WS-FUE-PROGRAMA(WS-FUE-IDX) = CP-PROGRAMA
                 MOVE 'S' TO WS-HALLADO
                 ADD 1 TO WS-FUE-EJECUCIONES(WS-FUE-IDX)
              END-IF
           END-PERFORM
           IF NOT HALLADO AND WS-FUE-TOTAL < WS-FUE-MAX
               ADD 1 TO WS-FUE-TOTAL
               MOVE CP-PROGRAMA TO WS-FUE-PROGRAMA(WS-FUE-TOTAL)
               MOVE 1 TO WS-FUE-EJECUCIONES(WS-FUE-TOTAL)
           END-IF.

      *  Estado de cada programa de la cadena: si corrio y, si tiene
      *  comprobacion, si su informe da buen resultado.
       300-EVALUAR-CADENA.
           PERFORM VARYING WS-CAD-IDX FROM 1 BY 1
              UNTIL WS-CAD-IDX > WS-CAD-TOTAL
              EVALUATE TRUE
                  WHEN WS-CAD-POSICION(WS-CAD-IDX) = ZERO
                       AND WS-CAD-OBLIGATORIO(WS-CAD-IDX) = 'S'
                      MOVE 'F' TO WS-CAD-ESTADO(WS-CAD-IDX)
                      MOVE 'SIN CIERRE DE CICLO DE LA FECHA'
                           TO WS-CAD-OBSERVACION(WS-CAD-IDX)
                  WHEN WS-CAD-POSICION(WS-CAD-IDX) = ZERO
                      MOVE 'N' TO WS-CAD-ESTADO(WS-CAD-IDX)
                      MOVE 'SOLO FIN DE MES'
                           TO WS-CAD-OBSERVACION(WS-CAD-IDX)
                  WHEN OTHER
                      PERFORM 310-COMPROBAR-RESULTADO
              END-EVALUATE
           END-PERFORM.

       310-COMPROBAR-RESULTADO.
           MOVE 'S' TO WS-RESULTADO-FLAG
           MOVE SPACES TO WS-MOTIVO
           EVALUATE WS-CAD-COMPROBACION(WS-CAD-IDX)
               WHEN 'G'
                   PERFORM 320-COMPROBAR-VALIDACION
               WHEN 'Q'
                   PERFORM 330-COMPROBAR-CUADRE
               WHEN 'X'
                   PERFORM 340-COMPROBAR-EXTRACTO
           END-EVALUATE
           IF RESULTADO-BUENO
               MOVE 'E' TO WS-CAD-ESTADO(WS-CAD-IDX)
           ELSE
               MOVE 'X' TO WS-CAD-ESTADO(WS-CAD-IDX)
           END-IF
           MOVE WS-MOTIVO TO WS-CAD-OBSERVACION(WS-CAD-IDX).

      *  Vale el ultimo veredicto del informe.
       320-COMPROBAR-VALIDACION.
           MOVE 'N' TO WS-RESULTADO-FLAG
           MOVE 'VALIDACION.RPT SIN VEREDICTO' TO WS-MOTIVO
           MOVE 'N' TO WS-INFORME-EOF
           OPEN INPUT VALIDACION-IN
           IF WS-INFORME-STATUS NOT = '00'
               MOVE 'FALTA VALIDACION.RPT' TO WS-MOTIVO
               MOVE 'S' TO WS-INFORME-EOF
           END-IF
           PERFORM UNTIL END-OF-INFORME
              READ VALIDACION-IN
                 AT END
                    MOVE 'S' TO WS-INFORME-EOF
                 NOT AT END
                    IF VA-TEXTO = 'VEREDICTO: GO'
                       MOVE 'S' TO WS-RESULTADO-FLAG
                       MOVE 'VEREDICTO GO' TO WS-MOTIVO
                    END-IF
                    IF VA-TEXTO = 'VEREDICTO: NO-GO'
                       MOVE 'N' TO WS-RESULTADO-FLAG
                       MOVE 'VEREDICTO NO-GO' TO WS-MOTIVO
                    END-IF
              END-READ
           END-PERFORM
           IF WS-INFORME-STATUS = '00' OR WS-INFORME-STATUS = '10'
               CLOSE VALIDACION-IN
           END-IF.

       330-COMPROBAR-CUADRE.
           MOVE 'N' TO WS-RESULTADO-FLAG
           MOVE 'CUADRE-DIARIO.RPT SIN RESULTADO' TO WS-MOTIVO
           MOVE 'N' TO WS-INFORME-EOF
           OPEN INPUT CUADRE-IN
           IF WS-INFORME-STATUS NOT = '00'
               MOVE 'FALTA CUADRE-DIARIO.RPT' TO WS-MOTIVO
               MOVE 'S' TO WS-INFORME-EOF
           END-IF
           PERFORM UNTIL END-OF-INFORME
              READ CUADRE-IN
                 AT END
                    MOVE 'S' TO WS-INFORME-EOF
                 NOT AT END
                    IF CU-TEXTO = 'RESULTADO: LIBRO Y HISTORICO CUADRAN'
                       MOVE 'S' TO WS-RESULTADO-FLAG
                       MOVE 'LIBRO Y HISTORICO CUADRAN' TO WS-MOTIVO
                    END-IF
                    IF CU-TEXTO(1:21) = 'RESULTADO: DESCUADRE '
                       MOVE 'N' TO WS-RESULTADO-FLAG
                       MOVE 'CUADRE CON DIFERENCIAS' TO WS-MOTIVO
                    END-IF
              END-READ
           END-PERFORM
           IF WS-INFORME-STATUS = '00' OR WS-INFORME-STATUS = '10'
               CLOSE CUADRE-IN
           END-IF.

       340-COMPROBAR-EXTRACTO.
           MOVE 'N' TO WS-RESULTADO-FLAG
           MOVE 'ASIENTOS-EXCEP.RPT SIN RESUMEN' TO WS-MOTIVO
           MOVE 'N' TO WS-INFORME-EOF
           OPEN INPUT EXCEP-IN
           IF WS-INFORME-STATUS NOT = '00'
               MOVE 'FALTA ASIENTOS-EXCEP.RPT' TO WS-MOTIVO
               MOVE 'S' TO WS-INFORME-EOF
           END-IF
           PERFORM UNTIL END-OF-INFORME
              READ EXCEP-IN
                 AT END
                    MOVE 'S' TO WS-INFORME-EOF
                 NOT AT END
                    IF EX-TEXTO = 'MOVIMIENTOS DEL DIA: '
                       IF EX-EXCEPCIONES = '00000'
                          MOVE 'S' TO WS-RESULTADO-FLAG
                          MOVE 'EXTRACTO SIN EXCEPCIONES' TO WS-MOTIVO
                       ELSE
                          MOVE 'N' TO WS-RESULTADO-FLAG
                          MOVE SPACES TO WS-MOTIVO
                          STRING 'EXTRACTO CON ' EX-EXCEPCIONES
                                 ' EXCEPCIONES'
                             DELIMITED BY SIZE INTO WS-MOTIVO
                          END-STRING
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF WS-INFORME-STATUS = '00' OR WS-INFORME-STATUS = '10'
               CLOSE EXCEP-IN
           END-IF.

      *  Un programa que corrio antes que otro de orden menor queda
      *  fuera de orden (se nombra el primero que encuentra).
       400-COMPROBAR-ORDEN.
           PERFORM VARYING WS-CAD-IDX FROM 1 BY 1
              UNTIL WS-CAD-IDX > WS-CAD-TOTAL
              IF WS-CAD-ESTADO(WS-CAD-IDX) = 'E'
                 PERFORM 410-COMPROBAR-PREDECESORES
              END-IF
           END-PERFORM.

       410-COMPROBAR-PREDECESORES.
           PERFORM VARYING WS-CAD-IDX2 FROM 1 BY 1
              UNTIL WS-CAD-IDX2 > WS-CAD-TOTAL
                 OR WS-CAD-ESTADO(WS-CAD-IDX) = 'O'
              IF WS-CAD-ORDEN(WS-CAD-IDX2) < WS-CAD-ORDEN(WS-CAD-IDX)
                 AND WS-CAD-POSICION(WS-CAD-IDX2) >
                     WS-CAD-POSICION(WS-CAD-IDX)
                 MOVE 'O' TO WS-CAD-ESTADO(WS-CAD-IDX)
                 MOVE SPACES TO WS-CAD-OBSERVACION(WS-CAD-IDX)
                 STRING 'CORRIO ANTES QUE '
                        WS-CAD-PROGRAMA(WS-CAD-IDX2)
                    DELIMITED BY SIZE
                    INTO WS-CAD-OBSERVACION(WS-CAD-IDX)
                 END-STRING
              END-IF
           END-PERFORM.

       500-IMPRIMIR-INFORME.
           MOVE SPACES TO WS-LINEA-RPT
           IF ES-FIN-DE-MES
               STRING 'CIERRE DEL DIA - FECHA DE NEGOCIO '
                      WS-FECHA-YYYYMMDD '  (FIN DE MES)'
                  DELIMITED BY SIZE INTO WS-LINEA-RPT
               END-STRING
           ELSE
               STRING 'CIERRE DEL DIA - FECHA DE NEGOCIO '
                      WS-FECHA-YYYYMMDD
                  DELIMITED BY SIZE INTO WS-LINEA-RPT
               END-STRING
           END-IF
           WRITE CIERRE-RECORD-OUT FROM WS-LINEA-RPT
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'ORD PROGRAMA                 F EJEC POS   '
                  'ESTADO         OBSERVACION'
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE CIERRE-RECORD-OUT FROM WS-LINEA-RPT
           PERFORM VARYING WS-CAD-IDX FROM 1 BY 1
              UNTIL WS-CAD-IDX > WS-CAD-TOTAL
              PERFORM 510-IMPRIMIR-PROGRAMA
           END-PERFORM
           IF WS-FUE-TOTAL > ZERO
               MOVE SPACES TO WS-LINEA-RPT
               WRITE CIERRE-RECORD-OUT FROM WS-LINEA-RPT
               MOVE 'CIERRES DE LA FECHA FUERA DE LA CADENA:'
                    TO WS-LINEA-RPT
               WRITE CIERRE-RECORD-OUT FROM WS-LINEA-RPT
               PERFORM VARYING WS-FUE-IDX FROM 1 BY 1
                  UNTIL WS-FUE-IDX > WS-FUE-TOTAL
                  MOVE SPACES TO WS-LINEA-RPT
                  STRING '    ' WS-FUE-PROGRAMA(WS-FUE-IDX)
                         ' ' WS-FUE-EJECUCIONES(WS-FUE-IDX)
                         ' EJECUCION(ES)'
                     DELIMITED BY SIZE INTO WS-LINEA-RPT
                  END-STRING
                  WRITE CIERRE-RECORD-OUT FROM WS-LINEA-RPT
               END-PERFORM
           END-IF.

       510-IMPRIMIR-PROGRAMA.
           EVALUATE WS-CAD-ESTADO(WS-CAD-IDX)
               WHEN 'E'
                   ADD 1 TO WS-EJECUTADOS
                   MOVE 'EJECUTADO' TO WS-TEXTO-ESTADO
               WHEN 'F'
                   ADD 1 TO WS-FALTAN
                   MOVE '*** FALTA' TO WS-TEXTO-ESTADO
               WHEN 'X'
                   ADD 1 TO WS-FALLIDOS
                   MOVE '*** FALLIDO' TO WS-TEXTO-ESTADO
               WHEN 'O'
                   ADD 1 TO WS-FUERA-DE-ORDEN
                   MOVE '*** FUERA ORD.' TO WS-TEXTO-ESTADO
               WHEN OTHER
                   ADD 1 TO WS-NO-APLICAN
                   MOVE 'NO APLICA' TO WS-TEXTO-ESTADO
           END-EVALUATE
           MOVE SPACES TO WS-LINEA-RPT
           STRING WS-CAD-ORDEN(WS-CAD-IDX) ' '
                  WS-CAD-PROGRAMA(WS-CAD-IDX) ' '
                  WS-CAD-FRECUENCIA(WS-CAD-IDX) ' '
                  WS-CAD-EJECUCIONES(WS-CAD-IDX) '  '
                  WS-CAD-POSICION(WS-CAD-IDX) ' '
                  WS-TEXTO-ESTADO ' '
                  WS-CAD-OBSERVACION(WS-CAD-IDX)
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE CIERRE-RECORD-OUT FROM WS-LINEA-RPT.

       900-FINALIZAR-SIST.
           IF HAY-FECHA-NEGOCIO AND HAY-CADENA
               PERFORM 910-ESCRIBIR-RESUMEN
           END-IF
           CLOSE CIERRE-RPT
           DISPLAY '--- CIERRE DEL DIA FINALIZADO ---'.

      *  Resultado y, si todo esta en regla, la marca de dia cerrado.
       910-ESCRIBIR-RESUMEN.
           MOVE SPACES TO WS-LINEA-RPT
           WRITE CIERRE-RECORD-OUT FROM WS-LINEA-RPT
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'EJECUTADOS: ' WS-EJECUTADOS
                  '   FALTAN: ' WS-FALTAN
                  '   FALLIDOS: ' WS-FALLIDOS
                  '   FUERA DE ORDEN: ' WS-FUERA-DE-ORDEN
                  '   NO APLICAN: ' WS-NO-APLICAN
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE CIERRE-RECORD-OUT FROM WS-LINEA-RPT
           MOVE SPACES TO WS-LINEA-RPT
           IF WS-FALTAN = ZERO AND WS-FALLIDOS = ZERO
              AND WS-FUERA-DE-ORDEN = ZERO
               IF DIA-YA-CERRADO
                   STRING 'RESULTADO: DIA CERRADO (MARCA YA ANOTADA)'
                      DELIMITED BY SIZE INTO WS-LINEA-RPT
                   END-STRING
               ELSE
                   PERFORM 920-GRABAR-MARCA-CERRADO
                   STRING 'RESULTADO: DIA CERRADO'
                      DELIMITED BY SIZE INTO WS-LINEA-RPT
                   END-STRING
               END-IF
               DISPLAY 'FECHA ' WS-FECHA-YYYYMMDD ' CERRADA.'
           ELSE
               STRING 'RESULTADO: DIA NO CERRADO - APERTURA-DIA NO'
                      ' AVANZARA SIN OVERRIDE'
                  DELIMITED BY SIZE INTO WS-LINEA-RPT
               END-STRING
               DISPLAY '*** FECHA ' WS-FECHA-YYYYMMDD ' NO CERRADA:'
                       ' REVISE CIERRE-DIA.RPT ***'
           END-IF
           WRITE CIERRE-RECORD-OUT FROM WS-LINEA-RPT.

       920-GRABAR-MARCA-CERRADO.
           OPEN EXTEND CONTROL-FILE
           MOVE SPACES TO CONTROL-RECORD
           MOVE 'C' TO CP-TIPO
           MOVE WS-FECHA-YYYYMMDD TO CP-FECHA
           MOVE 'CIERRE-DIA' TO CP-PROGRAMA
           WRITE CONTROL-RECORD
           CLOSE CONTROL-FILE.
