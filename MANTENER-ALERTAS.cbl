       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-ALERTAS.
      * PROPOSITO: Gestion por cumplimiento normativo de las alertas de
      * prevencion de blanqueo que levanta VIGILAR-TRANSFERENCIAS en
      * ALERTAS-PBC.DAT. Permite consultar las alertas (todas, las de un
      * estado o las de un cliente) y avanzar su estado: 'A' abierta
      * pasa a 'R' revisada (sin indicios) o a 'C' comunicada (remitida
      * a la autoridad); una 'R' aun puede pasar a 'C'. Una alerta
      * comunicada ya no cambia. Cada cambio queda en
      * AUDITORIA-MANT.DAT con el operador, modo 'L'.
      *-----------------------------------------------------------------------*
      *CAMBIOS:
      *C0001 --> Fecha: 15/10/2026
      *          Descripción: Programa nuevo. Submenu como el de
      *                       MANTENER-RETENCIONES, con el id de
      *                       operador y la pista de auditoria de
      *                       MANTENER-TASAS.
      *
      *-----------------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERTAS-FILE  ASSIGN TO 'ALERTAS-PBC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-ALERTA-ID
               FILE STATUS IS WS-ALERTAS-STATUS.

           SELECT AUDITORIA-FILE  ASSIGN TO 'AUDITORIA-MANT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Mismo layout que en VIGILAR-TRANSFERENCIAS.
       FD  ALERTAS-FILE.
       01  ALERTA-RECORD.
           05 AL-ALERTA-ID       PIC 9(8).
           05 AL-CLIENTE-ID      PIC 9(8).
           05 AL-PATRON          PIC X(1).
              88 AL-PASO-RAPIDO     VALUE 'P'.
              88 AL-VELOCIDAD       VALUE 'V'.
              88 AL-CUENTA-NUEVA    VALUE 'N'.
              88 AL-IMPORTES-REDONDOS VALUE 'R'.
           05 AL-DIVISA          PIC X(3).
           05 AL-CUENTA-NUM      PIC 9(10).
           05 AL-FECHA-ALERTA    PIC 9(8).
           05 AL-FECHA-DESDE     PIC 9(8).
           05 AL-IMPORTE         PIC 9(12)V99.
           05 AL-IMPORTE-REFER   PIC 9(12)V99.
           05 AL-NUM-MOVS        PIC 9(5).
           05 AL-DESCRIPCION     PIC X(40).
           05 AL-ESTADO          PIC X(1).
              88 AL-ABIERTA      VALUE 'A'.
              88 AL-REVISADA     VALUE 'R'.
              88 AL-COMUNICADA   VALUE 'C'.
           05 AL-FECHA-ESTADO    PIC 9(8).
           05 AL-OPERADOR        PIC X(8).

      * Mismo layout que AUDITORIA-RECORD en NUEVA-CUENTA.
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

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05 WS-ALERTAS-STATUS    PIC XX.
           05 WS-AUDITORIA-STATUS  PIC XX.
           05 WS-ALERTAS-EOF       PIC X VALUE 'N'.
              88 END-OF-ALERTAS    VALUE 'S'.

       01  WS-OPCION  PIC X.
           88 OPCION-CONSULTAR  VALUE 'C'.
           88 OPCION-ESTADO     VALUE 'E'.
           88 OPCION-FIN        VALUE 'F'.

       01  WS-OPERADOR        PIC X(8).

      *  Filtro de la consulta: estado ('T' = todos) y cliente (cero =
      *  todos).
       01  WS-CONSULTA.
           05 WS-FILTRO-ESTADO   PIC X VALUE 'T'.
           05 WS-FILTRO-CLIENTE  PIC 9(8) VALUE ZERO.
           05 WS-LISTADAS        PIC 9(6) VALUE ZERO.

       01  WS-CAMBIO.
           05 WS-IN-ALERTA-ID    PIC 9(8).
           05 WS-NUEVO-ESTADO    PIC X(1).
           05 WS-ESTADO-ANTERIOR PIC X(1).
           05 WS-CAMBIO-VALIDO   PIC X VALUE 'N'.
              88 CAMBIO-VALIDO   VALUE 'S'.

       01  WS-CAMPO-NUM-EDIT  PIC -(11)9.99.

       PROCEDURE DIVISION.
           PERFORM 000-INICIO-SIST
           PERFORM 900-FINALIZAR-SIST
           STOP RUN.

       000-INICIO-SIST.
           DISPLAY '*** MANTENIMIENTO DE ALERTAS DE BLANQUEO ***'
           OPEN I-O ALERTAS-FILE
           IF WS-ALERTAS-STATUS NOT = '00'
               DISPLAY '*** NO HAY ALERTAS: FALTA ALERTAS-PBC.DAT '
                       '(EJECUTE VIGILAR-TRANSFERENCIAS) ***'
               DISPLAY 'FILE STATUS: ' WS-ALERTAS-STATUS
           ELSE
               PERFORM 030-ABRIR-AUDITORIA
               PERFORM 200-MENU-ALERTAS
           END-IF.

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

      *  Graba en AUDITORIA-MANT.DAT el cambio de estado de la alerta
      *  leida, con la cuenta de la alerta (cero si es del conjunto del
      *  cliente), modo 'L'.
       040-GRABAR-AUDITORIA-ALERTA.
           MOVE WS-OPERADOR TO AU-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO AU-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO AU-HORA
           MOVE AL-CUENTA-NUM TO AU-CUENTA
           MOVE SPACES TO AU-CAMPO
           STRING 'AL-ESTADO ' AL-ALERTA-ID
              DELIMITED BY SIZE INTO AU-CAMPO
           END-STRING
           MOVE WS-ESTADO-ANTERIOR TO AU-VALOR-ANTERIOR
           MOVE AL-ESTADO TO AU-VALOR-NUEVO
           MOVE 'L' TO AU-MODO
           WRITE AUDITORIA-RECORD.

       200-MENU-ALERTAS.
           PERFORM WITH TEST AFTER
                   UNTIL OPCION-FIN
               DISPLAY '-------------------------------------------'
               DISPLAY 'ALERTAS DE PREVENCION DE BLANQUEO:'
               DISPLAY '  C - CONSULTAR ALERTAS'
               DISPLAY '  E - CAMBIAR ESTADO DE UNA ALERTA'
               DISPLAY '  F - FIN'
               DISPLAY 'Opcion: '
               ACCEPT WS-OPCION
               EVALUATE TRUE
                   WHEN OPCION-CONSULTAR
                       PERFORM 300-CONSULTAR-ALERTAS
                   WHEN OPCION-ESTADO
                       PERFORM 400-CAMBIAR-ESTADO
                   WHEN OPCION-FIN
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'OPCION INVALIDA. ELIJA C, E O F.'
               END-EVALUATE
           END-PERFORM.

       300-CONSULTAR-ALERTAS.
           DISPLAY 'Estado (A/R/C, T = todos): '
           ACCEPT WS-FILTRO-ESTADO
           IF WS-FILTRO-ESTADO = SPACE
               MOVE 'T' TO WS-FILTRO-ESTADO
           END-IF
           DISPLAY 'Cliente (8 dígitos, 0 = todos): '
           ACCEPT WS-FILTRO-CLIENTE
           MOVE ZERO TO WS-LISTADAS
           MOVE 'N' TO WS-ALERTAS-EOF
           MOVE ZERO TO AL-ALERTA-ID
           START ALERTAS-FILE KEY IS NOT LESS THAN AL-ALERTA-ID
              INVALID KEY
                 MOVE 'S' TO WS-ALERTAS-EOF
           END-START
           PERFORM UNTIL END-OF-ALERTAS
              READ ALERTAS-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-ALERTAS-EOF
                 NOT AT END
                    IF (WS-FILTRO-ESTADO = 'T'
                        OR AL-ESTADO = WS-FILTRO-ESTADO)
                       AND (WS-FILTRO-CLIENTE = ZERO
                        OR AL-CLIENTE-ID = WS-FILTRO-CLIENTE)
                       PERFORM 310-MOSTRAR-ALERTA
                    END-IF
              END-READ
           END-PERFORM
           DISPLAY WS-LISTADAS ' ALERTAS LISTADAS.'.

       310-MOSTRAR-ALERTA.
           ADD 1 TO WS-LISTADAS
           MOVE AL-IMPORTE TO WS-CAMPO-NUM-EDIT
           DISPLAY AL-ALERTA-ID ' ' AL-FECHA-ALERTA ' CLIENTE '
                   AL-CLIENTE-ID ' PATRON ' AL-PATRON ' ESTADO '
                   AL-ESTADO ' ' WS-CAMPO-NUM-EDIT ' ' AL-DIVISA
           DISPLAY '         ' AL-DESCRIPCION ' DESDE '
                   AL-FECHA-DESDE ' MOVS ' AL-NUM-MOVS
           IF AL-OPERADOR NOT = SPACES
               DISPLAY '         ULTIMO CAMBIO ' AL-FECHA-ESTADO
                       ' POR ' AL-OPERADOR
           END-IF.

       400-CAMBIAR-ESTADO.
           DISPLAY 'Numero de alerta (8 dígitos): '
           ACCEPT WS-IN-ALERTA-ID
           MOVE WS-IN-ALERTA-ID TO AL-ALERTA-ID
           READ ALERTAS-FILE
               INVALID KEY
                   DISPLAY 'ERROR: La alerta ' WS-IN-ALERTA-ID
                           ' NO EXISTE.'
               NOT INVALID KEY
                   PERFORM 410-APLICAR-ESTADO
           END-READ.

       410-APLICAR-ESTADO.
           PERFORM 310-MOSTRAR-ALERTA
           IF AL-COMUNICADA
               DISPLAY 'LA ALERTA YA ESTA COMUNICADA: NO CAMBIA.'
           ELSE
               DISPLAY 'Nuevo estado (R = revisada, C = comunicada): '
               ACCEPT WS-NUEVO-ESTADO
               MOVE 'N' TO WS-CAMBIO-VALIDO
               EVALUATE TRUE
                   WHEN WS-NUEVO-ESTADO = 'C'
                       MOVE 'S' TO WS-CAMBIO-VALIDO
                   WHEN WS-NUEVO-ESTADO = 'R' AND AL-ABIERTA
                       MOVE 'S' TO WS-CAMBIO-VALIDO
               END-EVALUATE
               IF NOT CAMBIO-VALIDO
                   DISPLAY 'CAMBIO NO PERMITIDO DESDE EL ESTADO '
                           AL-ESTADO '.'
               ELSE
                   MOVE AL-ESTADO TO WS-ESTADO-ANTERIOR
                   MOVE WS-NUEVO-ESTADO TO AL-ESTADO
                   MOVE FUNCTION CURRENT-DATE(1:8) TO AL-FECHA-ESTADO
                   MOVE WS-OPERADOR TO AL-OPERADOR
                   REWRITE ALERTA-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR AL REGRABAR LA ALERTA.'
                       NOT INVALID KEY
                           PERFORM 040-GRABAR-AUDITORIA-ALERTA
                           DISPLAY '-> ALERTA ' AL-ALERTA-ID
                                   ' PASA A ESTADO ' AL-ESTADO '.'
                   END-REWRITE
               END-IF
           END-IF.

       900-FINALIZAR-SIST.
           IF WS-ALERTAS-STATUS = '00'
               CLOSE ALERTAS-FILE, AUDITORIA-FILE
           END-IF
           DISPLAY '--- MANTENIMIENTO DE ALERTAS FINALIZADO ---'.
