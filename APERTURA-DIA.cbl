      * FORMATO DE CONTROL-PROCESO.DAT:
      *   'F' + fecha            fecha de negocio vigente (1er registro)
      *   'C' + fecha + programa ciclo completado por ese programa
      *   'C' + fecha + CIERRE-DIA   marca de dia cerrado (cadena
      *                              nocturna verificada)
      *-----------------------------------------------------------------------*
      *CAMBIOS:
      *C0001 --> Fecha: 21/08/2026
      *                       que son justo los que consultan los
      *                       guardas.
      *
      *C0003 --> Fecha: 15/10/2026
      *          Descripción: No avanza la fecha de negocio si la
      *                       vigente no tiene la marca de dia cerrado
      *                       de CIERRE-DIA (su cierre de ciclo 'C'),
      *                       salvo override expreso del operador; el
      *                       override queda anotado como cierre
      *                       'APERTURA-FORZADA' de la fecha que se
      *                       abandona, para el informe de la manana.
      *
      *-----------------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       01  WS-FECHA-VIGENTE  PIC 9(8) VALUE ZERO.
       01  WS-FECHA-NUEVA    PIC 9(8) VALUE ZERO.

 C0003*  Marca de dia cerrado de la fecha vigente y override.
       01  WS-CIERRE-DIA.
           05 WS-DIA-CERRADO-FLAG  PIC X VALUE 'N'.
              88 DIA-CERRADO       VALUE 'S'.
           05 WS-APERTURA-FLAG     PIC X VALUE 'S'.
              88 APERTURA-PERMITIDA VALUE 'S'.
           05 WS-RESPUESTA-OPER    PIC X VALUE 'N'.

 C0002*  Limite de retencion: se conservan los cierres desde el dia 1
      *  del mes anterior al de la nueva fecha de negocio.
       01  WS-RETENCION.
               DISPLAY 'SIN FECHA DE NEGOCIO VIGENTE.'
           ELSE
               DISPLAY 'FECHA DE NEGOCIO VIGENTE: ' WS-FECHA-VIGENTE
 C0003*        Sin la marca de CIERRE-DIA la cadena de la fecha no se
      *        verifico: solo se avanza con override del operador.
               IF NOT DIA-CERRADO
                   PERFORM 050-PEDIR-OVERRIDE-CIERRE
               END-IF
           END-IF
           IF APERTURA-PERMITIDA
               PERFORM 060-FIJAR-FECHA-NUEVA
           END-IF.

 C0003*  Sin override la fecha vigente se queda como esta.
       050-PEDIR-OVERRIDE-CIERRE.
           DISPLAY '*** LA FECHA ' WS-FECHA-VIGENTE ' NO ESTA CERRADA:'
                   ' EJECUTE CIERRE-DIA Y REVISE CIERRE-DIA.RPT ***'
           DISPLAY 'AVANZAR LA FECHA IGUALMENTE? (S/N): '
           ACCEPT WS-RESPUESTA-OPER
           IF WS-RESPUESTA-OPER = 'S'
               DISPLAY 'APERTURA FORZADA POR EL OPERADOR.'
               PERFORM 055-ANOTAR-APERTURA-FORZADA
           ELSE
               MOVE 'N' TO WS-APERTURA-FLAG
               DISPLAY 'LA FECHA DE NEGOCIO NO SE MODIFICA.'
           END-IF.

 C0003*  Rastro del override: cierre 'APERTURA-FORZADA' de la fecha
      *  abandonada, que CIERRE-DIA muestra fuera de cadena.
       055-ANOTAR-APERTURA-FORZADA.
           IF WS-CIE-TOTAL >= WS-CIE-MAX
              PERFORM 115-DESCARTAR-CIERRE-MAS-ANTIGUO
           END-IF
           ADD 1 TO WS-CIE-TOTAL
           MOVE WS-FECHA-VIGENTE   TO WS-CIE-FECHA(WS-CIE-TOTAL)
           MOVE 'APERTURA-FORZADA' TO WS-CIE-PROGRAMA(WS-CIE-TOTAL).

       060-FIJAR-FECHA-NUEVA.
           PERFORM WITH TEST AFTER
                   UNTIL WS-FECHA-NUEVA > 19000101
               DISPLAY 'Nueva fecha de negocio (AAAAMMDD): '
                   MOVE CP-FECHA    TO WS-CIE-FECHA(WS-CIE-TOTAL)
                   MOVE CP-PROGRAMA
                        TO WS-CIE-PROGRAMA(WS-CIE-TOTAL)
 C0003*            El 'F' va primero: la fecha vigente ya se conoce.
                   IF CP-PROGRAMA = 'CIERRE-DIA'
                      AND CP-FECHA = WS-FECHA-VIGENTE
                      MOVE 'S' TO WS-DIA-CERRADO-FLAG
                   END-IF
           END-EVALUATE.

       115-DESCARTAR-CIERRE-MAS-ANTIGUO.
           END-IF.

       900-FINALIZAR-SIST.
           IF APERTURA-PERMITIDA
               DISPLAY '-> FECHA DE NEGOCIO FIJADA: ' WS-FECHA-NUEVA
               DISPLAY '-> CIERRES PURGADOS POR RETENCION: '
                       WS-CIERRES-PURGADOS
           END-IF
           DISPLAY '--- APERTURA DEL DIA FINALIZADA ---'.
