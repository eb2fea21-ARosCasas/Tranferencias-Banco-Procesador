       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICAR-INTEGRIDAD.
      * PROPOSITO: Verificacion nocturna de la integridad referencial
      * entre los ficheros del sistema. Cruza CUENTAS-INDEXADAS.DAT con
      * CLIENTES.DAT, RETENCIONES.DAT, ORDENES-PERMANENTES.DAT,
      * PENDIENTES.DAT, RECHAZOS.DAT, CUENTAS-CERRADAS.DAT y
      * SALIDA-INTERBANCARIA.DAT y lista en VERIFICAR-INTEGRIDAD.RPT
      * cada incoherencia con su tipo y su gravedad:
      *   'C' CRITICA  el dato puede mover o retener dinero sobre una
      *                cuenta que no existe o ya esta cerrada, o el
      *                maestro se contradice con el archivo de cerradas.
      *   'A' AVISO    la operacion fallara o quedara rechazada, o la
      *                cuenta esta fuera de sus propias condiciones.
      *   'I' INFORMATIVA  sin efecto en el proceso del dia.
      * Tipos de incidencia:
      *   EST 'C' MR-ESTADO fuera de A/B/C/I.
      *   DUP 'C' cuenta en el maestro y en CUENTAS-CERRADAS.DAT.
      *   CLI 'A' MR-CLIENTE-ID que no esta en CLIENTES.DAT.
      *   SOB 'A' MR-BALANCE por debajo de -MR-LIMITE-SOBREGIRO.
      *   CCS 'A' cuenta con MR-ESTADO 'C' y saldo distinto de cero.
      *   CDU 'A' cuenta archivada dos veces en CUENTAS-CERRADAS.DAT.
      *   RET 'C' retencion activa sobre cuenta inexistente o
      *           archivada; 'A' si la cuenta tiene MR-ESTADO 'C'.
      *   ORO 'C' orden permanente vigente con cuenta origen
      *           inexistente, archivada o con MR-ESTADO 'C'.
      *   ORD 'A' orden permanente vigente con cuenta destino
      *           inexistente, archivada o con MR-ESTADO 'C'.
      *   PEN 'A' transaccion con fecha valor sobre cuenta
      *           inexistente, archivada o con MR-ESTADO 'C'.
      *   PDE 'A' transferencia interna con fecha valor a una cuenta
      *           destino inexistente, archivada o cerrada.
      *   SAL 'A' salida interbancaria pendiente cuya cuenta origen ya
      *           no existe o esta cerrada (una devolucion no tendria
      *           donde reabonarse).
      *   REC 'I' rechazo pendiente de corregir sobre cuenta
      *           inexistente, archivada o cerrada.
      * Sin incidencias criticas anota el cierre de ciclo 'C' de la
      * fecha de negocio en CONTROL-PROCESO.DAT; con alguna, no lo
      * anota y termina con RETURN-CODE 8 (como el NO-GO de
      * VALIDAR-TRANS), de modo que CIERRE-DIA no da el dia por cerrado
      * mientras figure en CADENA-CIERRE.DAT. Solo lee: se puede
      * relanzar tras corregir los datos.
      *-----------------------------------------------------------------------*
      *CAMBIOS:
      *C0001 --> Fecha: 15/10/2026
      *          Descripción: Programa nuevo. Hasta ahora los ficheros
      *                       que se referencian entre si no se
      *                       comprobaban juntos y los huerfanos
      *                       aparecian como incidentes del lote.
      *
      *C0002 --> Fecha: 15/10/2026
      *          Descripción: Layout de CLIENTES.DAT ampliado con el
      *                       tipo, el pais de expedicion y la fecha de
      *                       caducidad del documento de identidad,
      *                       igual que en NUEVA-CUENTA; este programa
      *                       no los usa.
      *
      *-----------------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  Fecha de negocio y control de ciclos (ver APERTURA-DIA).
           SELECT CONTROL-FILE  ASSIGN TO 'CONTROL-PROCESO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

      *  DYNAMIC: un recorrido completo y despues lecturas por clave.
           SELECT MASTER-FILE  ASSIGN TO 'CUENTAS-INDEXADAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MR-CUENTA-NUM
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CLIENTES-FILE  ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-CLIENTE-ID
               FILE STATUS IS WS-CLIENTES-STATUS.

           SELECT CERRADAS-IN  ASSIGN TO 'CUENTAS-CERRADAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERRADAS-STATUS.

           SELECT RETENCIONES-FILE  ASSIGN TO 'RETENCIONES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETENCIONES-STATUS.

           SELECT ORDENES-FILE  ASSIGN TO 'ORDENES-PERMANENTES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDENES-STATUS.

           SELECT PENDIENTES-FILE  ASSIGN TO 'PENDIENTES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDIENTES-STATUS.

           SELECT RECHAZOS-FILE  ASSIGN TO 'RECHAZOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECHAZOS-STATUS.

           SELECT SALIDAS-IN  ASSIGN TO 'SALIDA-INTERBANCARIA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALIDAS-STATUS.

      *  Cuentas archivadas, por clave, para los cruces.
           SELECT CERRADAS-TRABAJO  ASSIGN TO 'CERRADAS-VERIF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VC-CUENTA
               FILE STATUS IS WS-VC-STATUS.

           SELECT INTEGRIDAD-RPT  ASSIGN TO 'VERIFICAR-INTEGRIDAD.RPT'
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
              88 MR-ESTADO-VALIDO  VALUE 'A' 'B' 'C' 'I'.
           05 MR-DIVISA            PIC X(3).
           05 MR-TIPO-CUENTA       PIC X(1).
              88 MR-CTA-AHORRO     VALUE 'A'.
              88 MR-CTA-CORRIENTE  VALUE 'C'.
           05 MR-TASA-INTERES      PIC 9(2)V9(4).
           05 MR-LIMITE-IMPORTE    PIC 9(8)V99.
           05 MR-LIMITE-DIARIO     PIC 9(8)V99.
           05 MR-CLIENTE-ID        PIC 9(8).

      * Mismo layout que en NUEVA-CUENTA (modo 5).
       FD  CLIENTES-FILE.
       01  CLIENTE-RECORD.
           05 CL-CLIENTE-ID  PIC 9(8).
           05 CL-NOMBRE      PIC X(40).
           05 CL-DOCUMENTO   PIC X(15).
           05 CL-DIRECCION   PIC X(40).
           05 CL-TELEFONO    PIC X(15).
           05 CL-MOVIL              PIC X(15).
           05 CL-EMAIL              PIC X(50).
           05 CL-AVISO-SMS          PIC X(1).
           05 CL-AVISO-EMAIL        PIC X(1).
           05 CL-UMBRAL-SALDO       PIC 9(8)V99.
           05 CL-UMBRAL-MOVIMIENTO  PIC 9(8)V99.
 C0002*    Documento de identidad: tipo, pais de expedicion y fecha
      *    de caducidad (cero = sin informar).
           05 CL-TIPO-DOCUMENTO     PIC X(1).
              88 CL-DOC-DNI         VALUE 'D'.
              88 CL-DOC-NIE         VALUE 'E'.
              88 CL-DOC-PASAPORTE   VALUE 'P'.
              88 CL-DOC-OTRO        VALUE 'O'.
           05 CL-PAIS-DOCUMENTO     PIC X(2).
           05 CL-FECHA-CADUCIDAD    PIC 9(8).

      * Mismo layout que en CIERRE-CUENTAS, con la cuenta separada del
      * resto del maestro archivado (CE-MASTER).
       FD  CERRADAS-IN.
       01  CERRADA-RECORD-IN.
           05 CE-CUENTA-NUM      PIC 9(10).
           05 FILLER             PIC X(89).
           05 CE-FECHA-CIERRE    PIC 9(8).

      * Mismo layout que en MANTENER-RETENCIONES.
       FD  RETENCIONES-FILE.
       01  RETENCION-RECORD.
           05 RE-RETENCION-ID  PIC 9(6).
           05 RE-CUENTA-NUM    PIC 9(10).
           05 RE-CANTIDAD      PIC 9(8)V99.
           05 RE-FECHA-VENCE   PIC 9(8).
           05 RE-ESTADO        PIC X(1).
              88 RE-ACTIVA     VALUE 'A'.

      * Mismo layout que en GENERAR-ORDENES / NUEVA-CUENTA.
       FD  ORDENES-FILE.
       01  ORDEN-RECORD.
           05 OP-ORDEN-ID       PIC 9(6).
           05 OP-CUENTA-ORIGEN  PIC 9(10).
           05 OP-CUENTA-DESTINO PIC 9(10).
           05 OP-CANTIDAD       PIC 9(8)V99.
           05 OP-DIVISA         PIC X(3).
           05 OP-FRECUENCIA     PIC X(1).
           05 OP-FECHA-PROXIMA  PIC 9(8).
           05 OP-FECHA-FIN      PIC 9(8).
           05 OP-DIA-ANCLA      PIC 9(2).
           05 OP-FALLOS-SEGUIDOS PIC 9(2).
           05 OP-ESTADO         PIC X(1).
              88 OP-SUSPENDIDA  VALUE 'S'.

      * Mismo layout que PENDIENTE-RECORD en BANK-TRANS-PROCESSOR.
       FD  PENDIENTES-FILE.
       01  PENDIENTE-RECORD.
           05 PD-CUENTA-NUM     PIC 9(10).
           05 PD-TIPO           PIC X(1).
           05 PD-CANTIDAD       PIC 9(8)V99.
           05 PD-CUENTA-DESTINO PIC 9(10).
           05 PD-DIVISA         PIC X(3).
           05 PD-FECHA-VALOR    PIC 9(8).
           05 PD-BANCO-DESTINO  PIC 9(4).
           05 PD-ORDEN-ID       PIC 9(6).

      * Mismo layout que RECHAZO-RECORD-OUT en BANK-TRANS-PROCESSOR.
       FD  RECHAZOS-FILE.
       01  RECHAZO-RECORD.
           05 RC-CUENTA-NUM     PIC 9(10).
           05 RC-TIPO           PIC X(1).
           05 RC-CANTIDAD       PIC 9(8)V99.
           05 RC-CUENTA-DESTINO PIC 9(10).
           05 RC-DIVISA         PIC X(3).
           05 RC-FECHA-VALOR    PIC 9(8).
           05 RC-BANCO-DESTINO  PIC 9(4).
           05 RC-ORDEN-ID       PIC 9(6).
           05 RC-CODIGO         PIC 9(2).
           05 RC-ESTADO         PIC X(1).
              88 RC-PENDIENTE   VALUE 'P'.

      * Mismo layout que en CONCILIAR-INTERBANCARIA (en blanco =
      * pendiente).
       FD  SALIDAS-IN.
       01  SALIDA-RECORD-IN.
           05 SI-BANCO-DESTINO  PIC 9(4).
           05 SI-CUENTA-DESTINO PIC 9(10).
           05 SI-CUENTA-ORIGEN  PIC 9(10).
           05 SI-CANTIDAD       PIC 9(8)V99.
           05 SI-DIVISA         PIC X(3).
           05 SI-FECHA          PIC 9(8).
           05 SI-ESTADO         PIC X(1).
              88 SI-PENDIENTE   VALUE 'P' ' '.

       FD  CERRADAS-TRABAJO.
       01  VC-REGISTRO.
           05 VC-CUENTA         PIC 9(10).
           05 VC-FECHA-CIERRE   PIC 9(8).

       FD  INTEGRIDAD-RPT.
       01  INTEGRIDAD-RECORD-OUT  PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-AREAS.
           05 WS-CONTROL-STATUS    PIC XX.
           05 WS-CONTROL-EOF-FLAG  PIC X VALUE 'N'.
              88 END-OF-CONTROL    VALUE 'S'.
           05 WS-CONTROL-OK-FLAG   PIC X VALUE 'N'.
              88 CONTROL-SUPERADO  VALUE 'S'.
           05 WS-CICLO-COMPLETO-FLAG  PIC X VALUE 'N'.
              88 CICLO-YA-COMPLETO VALUE 'S'.

       01  WS-FLAGS.
           05 WS-MASTER-STATUS       PIC XX.
           05 WS-CLIENTES-STATUS     PIC XX.
           05 WS-CERRADAS-STATUS     PIC XX.
           05 WS-RETENCIONES-STATUS  PIC XX.
           05 WS-ORDENES-STATUS      PIC XX.
           05 WS-PENDIENTES-STATUS   PIC XX.
           05 WS-RECHAZOS-STATUS     PIC XX.
           05 WS-SALIDAS-STATUS      PIC XX.
           05 WS-VC-STATUS           PIC XX.
           05 WS-FICHERO-EOF         PIC X VALUE 'N'.
              88 END-OF-FICHERO      VALUE 'S'.
           05 WS-ABIERTO-FLAG        PIC X VALUE 'N'.
              88 FICHEROS-ABIERTOS   VALUE 'S'.
           05 WS-CLIENTES-ABIERTO    PIC X VALUE 'N'.
              88 CLIENTES-ABIERTO    VALUE 'S'.

      *  Resultado de 800-SITUAR-CUENTA para WS-CTA-BUSCADA.
       01  WS-SITUACION-AREAS.
           05 WS-CTA-BUSCADA      PIC 9(10).
           05 WS-SITUACION-CTA    PIC X(1).
              88 CTA-VIVA         VALUE 'V'.
              88 CTA-ESTADO-C     VALUE 'K'.
              88 CTA-ARCHIVADA    VALUE 'X'.
              88 CTA-INEXISTENTE  VALUE 'N'.
              88 CTA-NO-OPERABLE  VALUE 'K' 'X' 'N'.
           05 WS-SITUACION-TEXTO  PIC X(22).

      *  Incidencia en curso, rellenada antes de 850-ANOTAR-INCIDENCIA.
       01  WS-INCIDENCIA.
           05 WS-INC-GRAVEDAD     PIC X(1).
              88 INC-CRITICA      VALUE 'C'.
              88 INC-AVISO        VALUE 'A'.
              88 INC-INFORMATIVA  VALUE 'I'.
           05 WS-INC-TIPO         PIC X(3).
           05 WS-INC-FICHERO      PIC X(12).
           05 WS-INC-CLAVE        PIC X(19).
           05 WS-INC-TEXTO        PIC X(70).

       01  WS-CONTADORES.
           05 WS-CUENTAS-LEIDAS      PIC 9(7) VALUE ZERO.
           05 WS-CUENTAS-SIN-CLIENTE PIC 9(7) VALUE ZERO.
           05 WS-CERRADAS-LEIDAS     PIC 9(7) VALUE ZERO.
           05 WS-RETENCIONES-LEIDAS  PIC 9(7) VALUE ZERO.
           05 WS-ORDENES-LEIDAS      PIC 9(7) VALUE ZERO.
           05 WS-PENDIENTES-LEIDAS   PIC 9(7) VALUE ZERO.
           05 WS-RECHAZOS-LEIDOS     PIC 9(7) VALUE ZERO.
           05 WS-SALIDAS-LEIDAS      PIC 9(7) VALUE ZERO.
           05 WS-INC-CRITICAS        PIC 9(5) VALUE ZERO.
           05 WS-INC-AVISOS          PIC 9(5) VALUE ZERO.
           05 WS-INC-INFORMATIVAS    PIC 9(5) VALUE ZERO.

       01  WS-FECHA-ACTUAL.
           05 WS-FECHA-YYYYMMDD  PIC 9(8).

       01  WS-LINEA-RPT         PIC X(120).
       01  WS-CAMPO-NUM-EDIT    PIC -(8)9.99.
       01  WS-CAMPO-NUM-EDIT2   PIC -(8)9.99.

       PROCEDURE DIVISION.
           PERFORM 003-VERIFICAR-CONTROL-PROCESO
           IF CONTROL-SUPERADO
               PERFORM 000-INICIO-SIST
               IF FICHEROS-ABIERTOS
                   PERFORM 010-CARGAR-CERRADAS
                   PERFORM 100-VERIFICAR-MAESTRO
                   PERFORM 200-VERIFICAR-RETENCIONES
                   PERFORM 300-VERIFICAR-ORDENES
                   PERFORM 400-VERIFICAR-PENDIENTES
                   PERFORM 500-VERIFICAR-RECHAZOS
                   PERFORM 600-VERIFICAR-SALIDAS
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
           END-IF.

      *  Solo lee: una segunda ejecucion de la fecha vuelve a verificar
      *  sin override; el cierre de ciclo no se duplica.
       004-ANOTAR-REGISTRO-CONTROL.
           EVALUATE TRUE
               WHEN CP-FECHA-NEGOCIO
                   MOVE CP-FECHA TO WS-FECHA-YYYYMMDD
                   MOVE 'S' TO WS-CONTROL-OK-FLAG
                   MOVE 'N' TO WS-CICLO-COMPLETO-FLAG
               WHEN CP-CIERRE-CICLO
                   IF CP-FECHA = WS-FECHA-YYYYMMDD
                      AND CP-PROGRAMA = 'VERIFICAR-INTEGRIDAD'
                      MOVE 'S' TO WS-CICLO-COMPLETO-FLAG
                   END-IF
           END-EVALUATE.

       000-INICIO-SIST.
           DISPLAY '*** VERIFICACION DE INTEGRIDAD DE FICHEROS ***'
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY '*** ERROR AL ABRIR CUENTAS-INDEXADAS.DAT ***'
               DISPLAY 'FILE STATUS: ' WS-MASTER-STATUS
           ELSE
               MOVE 'S' TO WS-ABIERTO-FLAG
               OPEN INPUT CLIENTES-FILE
               IF WS-CLIENTES-STATUS = '00'
                   MOVE 'S' TO WS-CLIENTES-ABIERTO
               ELSE
                   DISPLAY 'AVISO: SIN CLIENTES.DAT (STATUS '
                           WS-CLIENTES-STATUS '); NO SE CRUZAN '
                           'LOS CLIENTES.'
               END-IF
               OPEN OUTPUT CERRADAS-TRABAJO
               CLOSE CERRADAS-TRABAJO
               OPEN I-O CERRADAS-TRABAJO
               OPEN OUTPUT INTEGRIDAD-RPT
               PERFORM 050-CABECERA-INFORME
           END-IF.

       050-CABECERA-INFORME.
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'VERIFICACION DE INTEGRIDAD - FECHA DE NEGOCIO '
                  WS-FECHA-YYYYMMDD
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE INTEGRIDAD-RECORD-OUT FROM WS-LINEA-RPT
           MOVE ALL '=' TO WS-LINEA-RPT
           WRITE INTEGRIDAD-RECORD-OUT FROM WS-LINEA-RPT
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'G TIP FICHERO      CLAVE               DESCRIPCION'
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE INTEGRIDAD-RECORD-OUT FROM WS-LINEA-RPT.

      *---------------------------------------------------------------*
      * Cuentas archivadas por CIERRE-CUENTAS, por clave.             *
      *---------------------------------------------------------------*
       010-CARGAR-CERRADAS.
           OPEN INPUT CERRADAS-IN
           IF WS-CERRADAS-STATUS = '00'
               MOVE 'N' TO WS-FICHERO-EOF
               PERFORM UNTIL END-OF-FICHERO
                  READ CERRADAS-IN
                     AT END
                        MOVE 'S' TO WS-FICHERO-EOF
                     NOT AT END
                        ADD 1 TO WS-CERRADAS-LEIDAS
                        PERFORM 015-ANOTAR-CERRADA
                  END-READ
               END-PERFORM
               CLOSE CERRADAS-IN
           END-IF.

       015-ANOTAR-CERRADA.
           MOVE CE-CUENTA-NUM   TO VC-CUENTA
           MOVE CE-FECHA-CIERRE TO VC-FECHA-CIERRE
           WRITE VC-REGISTRO
               INVALID KEY
                   MOVE 'A'            TO WS-INC-GRAVEDAD
                   MOVE 'CDU'          TO WS-INC-TIPO
                   MOVE 'CERRADAS'     TO WS-INC-FICHERO
                   MOVE CE-CUENTA-NUM  TO WS-INC-CLAVE
                   MOVE SPACES         TO WS-INC-TEXTO
                   STRING 'CUENTA ARCHIVADA MAS DE UNA VEZ (CIERRE '
                          CE-FECHA-CIERRE ')'
                      DELIMITED BY SIZE INTO WS-INC-TEXTO
                   END-STRING
                   PERFORM 850-ANOTAR-INCIDENCIA
           END-WRITE.

      *---------------------------------------------------------------*
      * Maestro: estado, cliente, sobregiro y archivo de cerradas.    *
      *---------------------------------------------------------------*
       100-VERIFICAR-MAESTRO.
           MOVE 'N' TO WS-FICHERO-EOF
           PERFORM UNTIL END-OF-FICHERO
              READ MASTER-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FICHERO-EOF
                 NOT AT END
                    ADD 1 TO WS-CUENTAS-LEIDAS
                    PERFORM 110-VERIFICAR-CUENTA
              END-READ
           END-PERFORM.

       110-VERIFICAR-CUENTA.
           MOVE 'MAESTRO'     TO WS-INC-FICHERO
           MOVE MR-CUENTA-NUM TO WS-INC-CLAVE
           IF NOT MR-ESTADO-VALIDO
               MOVE 'C'   TO WS-INC-GRAVEDAD
               MOVE 'EST' TO WS-INC-TIPO
               MOVE SPACES TO WS-INC-TEXTO
               STRING 'ESTADO DE CUENTA INVALIDO: ''' MR-ESTADO ''''
                  DELIMITED BY SIZE INTO WS-INC-TEXTO
               END-STRING
               PERFORM 850-ANOTAR-INCIDENCIA
           END-IF
           MOVE MR-CUENTA-NUM TO VC-CUENTA
           READ CERRADAS-TRABAJO
               NOT INVALID KEY
                   MOVE 'C'   TO WS-INC-GRAVEDAD
                   MOVE 'DUP' TO WS-INC-TIPO
                   MOVE SPACES TO WS-INC-TEXTO
                   STRING 'CUENTA VIVA Y ARCHIVADA EN CUENTAS-CERRADAS '
                          '(CIERRE ' VC-FECHA-CIERRE ')'
                      DELIMITED BY SIZE INTO WS-INC-TEXTO
                   END-STRING
                   PERFORM 850-ANOTAR-INCIDENCIA
           END-READ
           IF MR-CLIENTE-ID = ZERO
               ADD 1 TO WS-CUENTAS-SIN-CLIENTE
           ELSE
               PERFORM 120-VERIFICAR-CLIENTE
           END-IF
           IF MR-BALANCE < ZERO
              AND (0 - MR-BALANCE) > MR-LIMITE-SOBREGIRO
               MOVE 'A'   TO WS-INC-GRAVEDAD
               MOVE 'SOB' TO WS-INC-TIPO
               MOVE MR-BALANCE          TO WS-CAMPO-NUM-EDIT
               MOVE MR-LIMITE-SOBREGIRO TO WS-CAMPO-NUM-EDIT2
               MOVE SPACES TO WS-INC-TEXTO
               STRING 'SALDO ' WS-CAMPO-NUM-EDIT
                      ' EXCEDE EL SOBREGIRO DE ' WS-CAMPO-NUM-EDIT2
                      ' ' MR-DIVISA
                  DELIMITED BY SIZE INTO WS-INC-TEXTO
               END-STRING
               PERFORM 850-ANOTAR-INCIDENCIA
           END-IF
           IF MR-CTA-CERRADA AND MR-BALANCE NOT = ZERO
               MOVE 'A'   TO WS-INC-GRAVEDAD
               MOVE 'CCS' TO WS-INC-TIPO
               MOVE MR-BALANCE TO WS-CAMPO-NUM-EDIT
               MOVE SPACES TO WS-INC-TEXTO
               STRING 'CUENTA CERRADA CON SALDO ' WS-CAMPO-NUM-EDIT
                      ' ' MR-DIVISA
                  DELIMITED BY SIZE INTO WS-INC-TEXTO
               END-STRING
               PERFORM 850-ANOTAR-INCIDENCIA
           END-IF.

       120-VERIFICAR-CLIENTE.
           IF CLIENTES-ABIERTO
               MOVE MR-CLIENTE-ID TO CL-CLIENTE-ID
               READ CLIENTES-FILE
                   INVALID KEY
                       MOVE 'A'   TO WS-INC-GRAVEDAD
                       MOVE 'CLI' TO WS-INC-TIPO
                       MOVE SPACES TO WS-INC-TEXTO
                       STRING 'MR-CLIENTE-ID ' MR-CLIENTE-ID
                              ' NO ESTA EN CLIENTES.DAT'
                          DELIMITED BY SIZE INTO WS-INC-TEXTO
                       END-STRING
                       PERFORM 850-ANOTAR-INCIDENCIA
               END-READ
           END-IF.

      *---------------------------------------------------------------*
      * Retenciones activas y no vencidas.                            *
      *---------------------------------------------------------------*
       200-VERIFICAR-RETENCIONES.
           OPEN INPUT RETENCIONES-FILE
           IF WS-RETENCIONES-STATUS = '00'
               MOVE 'N' TO WS-FICHERO-EOF
               PERFORM UNTIL END-OF-FICHERO
                  READ RETENCIONES-FILE
                     AT END
                        MOVE 'S' TO WS-FICHERO-EOF
                     NOT AT END
                        ADD 1 TO WS-RETENCIONES-LEIDAS
                        IF RE-ACTIVA
                           AND (RE-FECHA-VENCE = ZERO
                                OR RE-FECHA-VENCE NOT <
                                   WS-FECHA-YYYYMMDD)
                           PERFORM 210-VERIFICAR-RETENCION
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE RETENCIONES-FILE
           END-IF.

       210-VERIFICAR-RETENCION.
           MOVE RE-CUENTA-NUM TO WS-CTA-BUSCADA
           PERFORM 800-SITUAR-CUENTA
           IF CTA-NO-OPERABLE
               IF CTA-ESTADO-C
                   MOVE 'A' TO WS-INC-GRAVEDAD
               ELSE
                   MOVE 'C' TO WS-INC-GRAVEDAD
               END-IF
               MOVE 'RET'           TO WS-INC-TIPO
               MOVE 'RETENCIONES'   TO WS-INC-FICHERO
               MOVE RE-RETENCION-ID TO WS-INC-CLAVE
               MOVE RE-CANTIDAD     TO WS-CAMPO-NUM-EDIT
               MOVE SPACES TO WS-INC-TEXTO
               STRING 'RETENCION ACTIVA DE ' WS-CAMPO-NUM-EDIT
                      ' SOBRE ' RE-CUENTA-NUM ' ' WS-SITUACION-TEXTO
                  DELIMITED BY SIZE INTO WS-INC-TEXTO
               END-STRING
               PERFORM 850-ANOTAR-INCIDENCIA
           END-IF.

      *---------------------------------------------------------------*
      * Ordenes permanentes vigentes: ni suspendidas ni vencidas.     *
      *---------------------------------------------------------------*
       300-VERIFICAR-ORDENES.
           OPEN INPUT ORDENES-FILE
           IF WS-ORDENES-STATUS = '00'
               MOVE 'N' TO WS-FICHERO-EOF
               PERFORM UNTIL END-OF-FICHERO
                  READ ORDENES-FILE
                     AT END
                        MOVE 'S' TO WS-FICHERO-EOF
                     NOT AT END
                        ADD 1 TO WS-ORDENES-LEIDAS
                        IF NOT OP-SUSPENDIDA
                           AND (OP-FECHA-FIN = ZERO
                                OR OP-FECHA-FIN NOT <
                                   WS-FECHA-YYYYMMDD)
                           PERFORM 310-VERIFICAR-ORDEN
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE ORDENES-FILE
           END-IF.

       310-VERIFICAR-ORDEN.
           MOVE 'ORDENES'   TO WS-INC-FICHERO
           MOVE OP-ORDEN-ID TO WS-INC-CLAVE
           MOVE OP-CUENTA-ORIGEN TO WS-CTA-BUSCADA
           PERFORM 800-SITUAR-CUENTA
           IF CTA-NO-OPERABLE
               MOVE 'C'   TO WS-INC-GRAVEDAD
               MOVE 'ORO' TO WS-INC-TIPO
               MOVE SPACES TO WS-INC-TEXTO
               STRING 'ORDEN VIGENTE CON ORIGEN ' OP-CUENTA-ORIGEN
                      ' ' WS-SITUACION-TEXTO
                  DELIMITED BY SIZE INTO WS-INC-TEXTO
               END-STRING
               PERFORM 850-ANOTAR-INCIDENCIA
           END-IF
           MOVE OP-CUENTA-DESTINO TO WS-CTA-BUSCADA
           PERFORM 800-SITUAR-CUENTA
           IF CTA-NO-OPERABLE
               MOVE 'A'   TO WS-INC-GRAVEDAD
               MOVE 'ORD' TO WS-INC-TIPO
               MOVE SPACES TO WS-INC-TEXTO
               STRING 'ORDEN VIGENTE CON DESTINO ' OP-CUENTA-DESTINO
                      ' ' WS-SITUACION-TEXTO
                  DELIMITED BY SIZE INTO WS-INC-TEXTO
               END-STRING
               PERFORM 850-ANOTAR-INCIDENCIA
           END-IF.

      *---------------------------------------------------------------*
      * Transacciones con fecha valor a la espera de madurar.         *
      *---------------------------------------------------------------*
       400-VERIFICAR-PENDIENTES.
           OPEN INPUT PENDIENTES-FILE
           IF WS-PENDIENTES-STATUS = '00'
               MOVE 'N' TO WS-FICHERO-EOF
               PERFORM UNTIL END-OF-FICHERO
                  READ PENDIENTES-FILE
                     AT END
                        MOVE 'S' TO WS-FICHERO-EOF
                     NOT AT END
                        ADD 1 TO WS-PENDIENTES-LEIDAS
                        PERFORM 410-VERIFICAR-PENDIENTE
                  END-READ
               END-PERFORM
               CLOSE PENDIENTES-FILE
           END-IF.

       410-VERIFICAR-PENDIENTE.
           MOVE 'PENDIENTES' TO WS-INC-FICHERO
           MOVE SPACES       TO WS-INC-CLAVE
           STRING PD-CUENTA-NUM ' ' PD-FECHA-VALOR
              DELIMITED BY SIZE INTO WS-INC-CLAVE
           END-STRING
           MOVE PD-CUENTA-NUM TO WS-CTA-BUSCADA
           PERFORM 800-SITUAR-CUENTA
           IF CTA-NO-OPERABLE
               MOVE 'A'   TO WS-INC-GRAVEDAD
               MOVE 'PEN' TO WS-INC-TIPO
               MOVE PD-CANTIDAD TO WS-CAMPO-NUM-EDIT
               MOVE SPACES TO WS-INC-TEXTO
               STRING 'TIPO ' PD-TIPO ' DE ' WS-CAMPO-NUM-EDIT
                      ' SOBRE ' PD-CUENTA-NUM ' ' WS-SITUACION-TEXTO
                  DELIMITED BY SIZE INTO WS-INC-TEXTO
               END-STRING
               PERFORM 850-ANOTAR-INCIDENCIA
           END-IF
           IF PD-TIPO = 'T' AND PD-BANCO-DESTINO = ZERO
               MOVE PD-CUENTA-DESTINO TO WS-CTA-BUSCADA
               PERFORM 800-SITUAR-CUENTA
               IF CTA-NO-OPERABLE
                   MOVE 'A'   TO WS-INC-GRAVEDAD
                   MOVE 'PDE' TO WS-INC-TIPO
                   MOVE SPACES TO WS-INC-TEXTO
                   STRING 'TRANSFERENCIA A ' PD-CUENTA-DESTINO
                          ' ' WS-SITUACION-TEXTO
                      DELIMITED BY SIZE INTO WS-INC-TEXTO
                   END-STRING
                   PERFORM 850-ANOTAR-INCIDENCIA
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * Rechazos pendientes de corregir.                              *
      *---------------------------------------------------------------*
       500-VERIFICAR-RECHAZOS.
           OPEN INPUT RECHAZOS-FILE
           IF WS-RECHAZOS-STATUS = '00'
               MOVE 'N' TO WS-FICHERO-EOF
               PERFORM UNTIL END-OF-FICHERO
                  READ RECHAZOS-FILE
                     AT END
                        MOVE 'S' TO WS-FICHERO-EOF
                     NOT AT END
                        ADD 1 TO WS-RECHAZOS-LEIDOS
                        IF RC-PENDIENTE
                           PERFORM 510-VERIFICAR-RECHAZO
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE RECHAZOS-FILE
           END-IF.

       510-VERIFICAR-RECHAZO.
           MOVE RC-CUENTA-NUM TO WS-CTA-BUSCADA
           PERFORM 800-SITUAR-CUENTA
           IF CTA-NO-OPERABLE
               MOVE 'I'        TO WS-INC-GRAVEDAD
               MOVE 'REC'      TO WS-INC-TIPO
               MOVE 'RECHAZOS' TO WS-INC-FICHERO
               MOVE SPACES     TO WS-INC-CLAVE
               STRING RC-CUENTA-NUM ' ' RC-FECHA-VALOR
                  DELIMITED BY SIZE INTO WS-INC-CLAVE
               END-STRING
               MOVE SPACES TO WS-INC-TEXTO
               STRING 'RECHAZO PENDIENTE (CODIGO ' RC-CODIGO
                      ') SOBRE CUENTA ' WS-SITUACION-TEXTO
                  DELIMITED BY SIZE INTO WS-INC-TEXTO
               END-STRING
               PERFORM 850-ANOTAR-INCIDENCIA
           END-IF.

      *---------------------------------------------------------------*
      * Salidas interbancarias aun sin liquidar ni devolver.          *
      *---------------------------------------------------------------*
       600-VERIFICAR-SALIDAS.
           OPEN INPUT SALIDAS-IN
           IF WS-SALIDAS-STATUS = '00'
               MOVE 'N' TO WS-FICHERO-EOF
               PERFORM UNTIL END-OF-FICHERO
                  READ SALIDAS-IN
                     AT END
                        MOVE 'S' TO WS-FICHERO-EOF
                     NOT AT END
                        ADD 1 TO WS-SALIDAS-LEIDAS
                        IF SI-PENDIENTE
                           PERFORM 610-VERIFICAR-SALIDA
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE SALIDAS-IN
           END-IF.

       610-VERIFICAR-SALIDA.
           MOVE SI-CUENTA-ORIGEN TO WS-CTA-BUSCADA
           PERFORM 800-SITUAR-CUENTA
           IF CTA-NO-OPERABLE
               MOVE 'A'        TO WS-INC-GRAVEDAD
               MOVE 'SAL'      TO WS-INC-TIPO
               MOVE 'SALIDAS'  TO WS-INC-FICHERO
               MOVE SPACES     TO WS-INC-CLAVE
               STRING SI-CUENTA-ORIGEN ' ' SI-FECHA
                  DELIMITED BY SIZE INTO WS-INC-CLAVE
               END-STRING
               MOVE SI-CANTIDAD TO WS-CAMPO-NUM-EDIT
               MOVE SPACES TO WS-INC-TEXTO
               STRING 'SALIDA PENDIENTE DE ' WS-CAMPO-NUM-EDIT
                      ' A BANCO ' SI-BANCO-DESTINO ', ORIGEN '
                      WS-SITUACION-TEXTO
                  DELIMITED BY SIZE INTO WS-INC-TEXTO
               END-STRING
               PERFORM 850-ANOTAR-INCIDENCIA
           END-IF.

      *---------------------------------------------------------------*
      * Situacion de una cuenta referenciada: viva en el maestro,     *
      * en el maestro con estado 'C', archivada o inexistente.        *
      *---------------------------------------------------------------*
       800-SITUAR-CUENTA.
           MOVE WS-CTA-BUSCADA TO MR-CUENTA-NUM
           READ MASTER-FILE
               INVALID KEY
                   MOVE WS-CTA-BUSCADA TO VC-CUENTA
                   READ CERRADAS-TRABAJO
                       INVALID KEY
                           MOVE 'N' TO WS-SITUACION-CTA
                           MOVE 'INEXISTENTE' TO WS-SITUACION-TEXTO
                       NOT INVALID KEY
                           MOVE 'X' TO WS-SITUACION-CTA
                           MOVE 'ARCHIVADA COMO CERRADA'
                             TO WS-SITUACION-TEXTO
                   END-READ
               NOT INVALID KEY
                   IF MR-CTA-CERRADA
                       MOVE 'K' TO WS-SITUACION-CTA
                       MOVE 'CON ESTADO CERRADA' TO WS-SITUACION-TEXTO
                   ELSE
                       MOVE 'V' TO WS-SITUACION-CTA
                       MOVE SPACES TO WS-SITUACION-TEXTO
                   END-IF
           END-READ.

       850-ANOTAR-INCIDENCIA.
           EVALUATE TRUE
               WHEN INC-CRITICA
                   ADD 1 TO WS-INC-CRITICAS
               WHEN INC-AVISO
                   ADD 1 TO WS-INC-AVISOS
               WHEN OTHER
                   ADD 1 TO WS-INC-INFORMATIVAS
           END-EVALUATE
           MOVE SPACES TO WS-LINEA-RPT
           STRING WS-INC-GRAVEDAD ' ' WS-INC-TIPO ' ' WS-INC-FICHERO
                  ' ' WS-INC-CLAVE ' ' WS-INC-TEXTO
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE INTEGRIDAD-RECORD-OUT FROM WS-LINEA-RPT.

       900-FINALIZAR-SIST.
           IF FICHEROS-ABIERTOS
               PERFORM 910-ESCRIBIR-RESUMEN
               CLOSE MASTER-FILE, CERRADAS-TRABAJO, INTEGRIDAD-RPT
               IF CLIENTES-ABIERTO
                   CLOSE CLIENTES-FILE
               END-IF
               IF WS-INC-CRITICAS = ZERO
                   IF NOT CICLO-YA-COMPLETO
                       PERFORM 905-GRABAR-CIERRE-CICLO
                   END-IF
               ELSE
                   DISPLAY '*** ' WS-INC-CRITICAS ' INCIDENCIAS '
                           'CRITICAS: LA CADENA NO DEBE CERRARSE ***'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY '--- VERIFICACION DE INTEGRIDAD FINALIZADA ---'
           DISPLAY WS-INC-CRITICAS ' CRITICAS, ' WS-INC-AVISOS
                   ' AVISOS, ' WS-INC-INFORMATIVAS ' INFORMATIVAS.'.

      *  El cierre de ciclo es la marca de datos integros de la fecha.
       905-GRABAR-CIERRE-CICLO.
           OPEN EXTEND CONTROL-FILE
           MOVE SPACES TO CONTROL-RECORD
           MOVE 'C' TO CP-TIPO
           MOVE WS-FECHA-YYYYMMDD TO CP-FECHA
           MOVE 'VERIFICAR-INTEGRIDAD' TO CP-PROGRAMA
           WRITE CONTROL-RECORD
           CLOSE CONTROL-FILE.

       910-ESCRIBIR-RESUMEN.
           MOVE ALL '=' TO WS-LINEA-RPT
           WRITE INTEGRIDAD-RECORD-OUT FROM WS-LINEA-RPT
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'LEIDOS: CUENTAS ' WS-CUENTAS-LEIDAS
                  '  CERRADAS ' WS-CERRADAS-LEIDAS
                  '  RETENCIONES ' WS-RETENCIONES-LEIDAS
                  '  ORDENES ' WS-ORDENES-LEIDAS
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE INTEGRIDAD-RECORD-OUT FROM WS-LINEA-RPT
           MOVE SPACES TO WS-LINEA-RPT
           STRING '        PENDIENTES ' WS-PENDIENTES-LEIDAS
                  '  RECHAZOS ' WS-RECHAZOS-LEIDOS
                  '  SALIDAS ' WS-SALIDAS-LEIDAS
                  '  CUENTAS SIN CLIENTE ' WS-CUENTAS-SIN-CLIENTE
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE INTEGRIDAD-RECORD-OUT FROM WS-LINEA-RPT
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'INCIDENCIAS: CRITICAS ' WS-INC-CRITICAS
                  '  AVISOS ' WS-INC-AVISOS
                  '  INFORMATIVAS ' WS-INC-INFORMATIVAS
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE INTEGRIDAD-RECORD-OUT FROM WS-LINEA-RPT
           MOVE SPACES TO WS-LINEA-RPT
           IF WS-INC-CRITICAS = ZERO
               MOVE 'RESULTADO: SIN INCIDENCIAS CRITICAS'
                 TO WS-LINEA-RPT
           ELSE
               MOVE 'RESULTADO: HAY INCIDENCIAS CRITICAS'
                 TO WS-LINEA-RPT
           END-IF
           WRITE INTEGRIDAD-RECORD-OUT FROM WS-LINEA-RPT.
