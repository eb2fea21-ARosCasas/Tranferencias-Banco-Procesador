       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-EMBARGOS.
      * PROPOSITO: Registro y seguimiento de las ordenes de embargo
      * judiciales y administrativas (EMBARGOS.DAT). Cada orden cita al
      * cliente embargado (todas sus cuentas) y/o hasta cinco cuentas
      * concretas, la divisa, el importe ordenado y, si el organismo lo
      * fija, el minimo inembargable propio (cero = el general de
      * BARRIDO-EMBARGOS). BARRIDO-EMBARGOS traba cada dia los abonos
      * de las cuentas afectadas y cierra la orden ('S' satisfecha)
      * cuando cubre el importe.
      *
      * Opciones: alta de una orden, levantamiento ('A' activa pasa a
      * 'L' levantada cuando el organismo lo comunica), modificacion
      * del importe ordenado (nunca por debajo de lo ya trabado; si lo
      * iguala la orden queda satisfecha), consulta con filtro de
      * estado y cliente, y contestacion al organismo
      * (INFORME-EMBARGO.RPT) con las trabas de EMBARGOS-TRABAS.DAT.
      * Cada cambio queda en AUDITORIA-MANT.DAT con el operador, modo
      * 'E'.
      *-----------------------------------------------------------------------*
      *CAMBIOS:
      *C0001 --> Fecha: 15/10/2026
      *          Descripción: Programa nuevo. Submenu, id de operador y
      *                       auditoria como MANTENER-ALERTAS.
      *
      *-----------------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMBARGOS-FILE  ASSIGN TO 'EMBARGOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-ORDEN-ID
               FILE STATUS IS WS-EMBARGOS-STATUS.

      *  Comprobacion de las cuentas citadas por la orden.
           SELECT MASTER-FILE  ASSIGN TO 'CUENTAS-INDEXADAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MR-CUENTA-NUM
               FILE STATUS IS WS-MASTER-STATUS.

      *  Comprobacion del cliente embargado.
           SELECT CLIENTES-FILE  ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-CLIENTE-ID
               FILE STATUS IS WS-CLIENTES-STATUS.

      *  Trabas grabadas por BARRIDO-EMBARGOS.
           SELECT TRABAS-FILE  ASSIGN TO 'EMBARGOS-TRABAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRABAS-STATUS.

           SELECT AUDITORIA-FILE  ASSIGN TO 'AUDITORIA-MANT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.

           SELECT INFORME-RPT  ASSIGN TO 'INFORME-EMBARGO.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * Orden de embargo. Importes en la divisa de la orden; estado
      * 'A' activa, 'S' satisfecha (trabado = ordenado), 'L'
      * levantada por el organismo. EM-OPERADOR y EM-FECHA-ESTADO son
      * los del ultimo cambio ('EMBARGOS' si lo hizo el barrido).
       FD  EMBARGOS-FILE.
       01  EMBARGO-RECORD.
           05 EM-ORDEN-ID          PIC 9(8).
           05 EM-ORGANISMO         PIC X(40).
           05 EM-EXPEDIENTE        PIC X(20).
           05 EM-CLIENTE-ID        PIC 9(8).
           05 EM-CUENTAS.
              10 EM-CUENTA-NUM     PIC 9(10) OCCURS 5 TIMES.
           05 EM-DIVISA            PIC X(3).
           05 EM-IMPORTE-ORDENADO  PIC 9(10)V99.
           05 EM-IMPORTE-TRABADO   PIC 9(10)V99.
           05 EM-MINIMO-PROTEGIDO  PIC 9(8)V99.
           05 EM-FECHA-ALTA        PIC 9(8).
           05 EM-FECHA-ESTADO      PIC 9(8).
           05 EM-ESTADO            PIC X(1).
              88 EM-ACTIVA         VALUE 'A'.
              88 EM-SATISFECHA     VALUE 'S'.
              88 EM-LEVANTADA      VALUE 'L'.
           05 EM-OPERADOR          PIC X(8).

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

      * Mismo layout que en NUEVA-CUENTA (modo 5).
       FD  CLIENTES-FILE.
       01  CLIENTE-RECORD.
           05 CL-CLIENTE-ID  PIC 9(8).
           05 CL-NOMBRE      PIC X(40).
           05 CL-DOCUMENTO   PIC X(15).
           05 CL-DIRECCION   PIC X(40).
           05 CL-TELEFONO    PIC X(15).
      *    Contacto y preferencias de aviso al cliente.
           05 CL-MOVIL              PIC X(15).
           05 CL-EMAIL              PIC X(50).
           05 CL-AVISO-SMS          PIC X(1).
              88 CL-QUIERE-SMS      VALUE 'S'.
           05 CL-AVISO-EMAIL        PIC X(1).
              88 CL-QUIERE-EMAIL    VALUE 'S'.
      *    Umbrales de aviso; cero = sin aviso.
           05 CL-UMBRAL-SALDO       PIC 9(8)V99.
           05 CL-UMBRAL-MOVIMIENTO  PIC 9(8)V99.
      *    Documento de identidad: tipo, pais de expedicion y fecha
      *    de caducidad (cero = sin informar).
           05 CL-TIPO-DOCUMENTO     PIC X(1).
              88 CL-DOC-DNI         VALUE 'D'.
              88 CL-DOC-NIE         VALUE 'E'.
              88 CL-DOC-PASAPORTE   VALUE 'P'.
              88 CL-DOC-OTRO        VALUE 'O'.
           05 CL-PAIS-DOCUMENTO     PIC X(2).
           05 CL-FECHA-CADUCIDAD    PIC 9(8).

      * Mismo layout que en BARRIDO-EMBARGOS.
       FD  TRABAS-FILE.
       01  TRABA-RECORD.
           05 TB-ORDEN-ID         PIC 9(8).
           05 TB-FECHA            PIC 9(8).
           05 TB-CUENTA-NUM       PIC 9(10).
           05 TB-IMPORTE          PIC 9(8)V99.
           05 TB-DIVISA           PIC X(3).
           05 TB-REFERENCIA       PIC 9(12).
           05 TB-SALDO-RESULT     PIC S9(8)V99 SIGN LEADING SEPARATE.
           05 TB-CUENTA-SUSPENSO  PIC 9(10).

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

       FD  INFORME-RPT.
       01  INFORME-RECORD-OUT  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05 WS-EMBARGOS-STATUS   PIC XX.
           05 WS-MASTER-STATUS     PIC XX.
           05 WS-CLIENTES-STATUS   PIC XX.
           05 WS-TRABAS-STATUS     PIC XX.
           05 WS-AUDITORIA-STATUS  PIC XX.
           05 WS-EMBARGOS-EOF      PIC X VALUE 'N'.
              88 END-OF-EMBARGOS   VALUE 'S'.
           05 WS-TRABAS-EOF        PIC X VALUE 'N'.
              88 END-OF-TRABAS     VALUE 'S'.
           05 WS-ABIERTO-FLAG      PIC X VALUE 'N'.
              88 FICHEROS-ABIERTOS VALUE 'S'.
           05 WS-CLIENTES-FLAG     PIC X VALUE 'N'.
              88 CLIENTES-ABIERTO  VALUE 'S'.
           05 WS-ALTA-VALIDA       PIC X VALUE 'N'.
              88 ALTA-VALIDA       VALUE 'S'.
           05 WS-FIN-CUENTAS       PIC X VALUE 'N'.
              88 FIN-CUENTAS       VALUE 'S'.

       01  WS-OPCION  PIC X.
           88 OPCION-ALTA       VALUE 'A'.
           88 OPCION-LEVANTAR   VALUE 'L'.
           88 OPCION-MODIFICAR  VALUE 'M'.
           88 OPCION-CONSULTAR  VALUE 'C'.
           88 OPCION-INFORME    VALUE 'I'.
           88 OPCION-FIN        VALUE 'F'.

       01  WS-OPERADOR        PIC X(8).

      *  Filtro de la consulta: estado ('T' = todos) y cliente (cero =
      *  todos).
       01  WS-CONSULTA.
           05 WS-FILTRO-ESTADO   PIC X VALUE 'T'.
           05 WS-FILTRO-CLIENTE  PIC 9(8) VALUE ZERO.
           05 WS-LISTADAS        PIC 9(6) VALUE ZERO.

       01  WS-CAMBIO.
           05 WS-IN-ORDEN-ID     PIC 9(8).
           05 WS-IN-CUENTA       PIC 9(10).
           05 WS-IN-IMPORTE      PIC 9(10)V99.
           05 WS-NUEVO-ID        PIC 9(8).
           05 WS-CTA-IDX         PIC 9(2).
           05 WS-CONFIRMAR       PIC X.

      *  Datos del apunte de auditoria en curso (ver 040).
       01  WS-AUDITORIA.
           05 WS-AUD-ETIQUETA    PIC X(11).
           05 WS-AUD-CUENTA      PIC 9(10).
           05 WS-AUD-ANTERIOR    PIC X(20).
           05 WS-AUD-NUEVO       PIC X(20).

      *  Contestacion al organismo.
       01  WS-INFORME.
           05 WS-INF-TRABAS      PIC 9(6).
           05 WS-INF-TOTAL       PIC 9(10)V99.
           05 WS-PENDIENTE       PIC 9(10)V99.

       01  WS-FECHA-HOY       PIC 9(8).
       01  WS-LINEA-RPT       PIC X(80).
       01  WS-CAMPO-NUM-EDIT  PIC -(11)9.99.
       01  WS-CAMPO-NUM-EDIT2 PIC -(11)9.99.
       01  WS-SALDO-EDIT      PIC -(8)9.99.

       PROCEDURE DIVISION.
           PERFORM 000-INICIO-SIST
           PERFORM 900-FINALIZAR-SIST
           STOP RUN.

      *  La primera alta crea EMBARGOS.DAT.
       000-INICIO-SIST.
           DISPLAY '*** MANTENIMIENTO DE ORDENES DE EMBARGO ***'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           OPEN I-O EMBARGOS-FILE
           IF WS-EMBARGOS-STATUS = '35'
               OPEN OUTPUT EMBARGOS-FILE
               CLOSE EMBARGOS-FILE
               OPEN I-O EMBARGOS-FILE
           END-IF
           IF WS-EMBARGOS-STATUS NOT = '00'
               DISPLAY '*** ERROR AL ABRIR EMBARGOS.DAT ***'
               DISPLAY 'FILE STATUS: ' WS-EMBARGOS-STATUS
           ELSE
               OPEN INPUT MASTER-FILE
               IF WS-MASTER-STATUS NOT = '00'
                   DISPLAY '*** ERROR AL ABRIR CUENTAS-INDEXADAS.DAT'
                           ' ***'
                   DISPLAY 'FILE STATUS: ' WS-MASTER-STATUS
                   CLOSE EMBARGOS-FILE
               ELSE
                   MOVE 'S' TO WS-ABIERTO-FLAG
                   OPEN INPUT CLIENTES-FILE
                   IF WS-CLIENTES-STATUS = '00'
                       MOVE 'S' TO WS-CLIENTES-FLAG
                   END-IF
                   PERFORM 030-ABRIR-AUDITORIA
                   PERFORM 200-MENU-EMBARGOS
               END-IF
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

      *  Graba en AUDITORIA-MANT.DAT el cambio preparado en
      *  WS-AUDITORIA sobre la orden leida, modo 'E'.
       040-GRABAR-AUDITORIA-EMBARGO.
           MOVE WS-OPERADOR TO AU-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO AU-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO AU-HORA
           MOVE WS-AUD-CUENTA TO AU-CUENTA
           MOVE SPACES TO AU-CAMPO
           STRING WS-AUD-ETIQUETA DELIMITED BY SPACE
                  ' '             DELIMITED BY SIZE
                  EM-ORDEN-ID     DELIMITED BY SIZE
              INTO AU-CAMPO
           END-STRING
           MOVE WS-AUD-ANTERIOR TO AU-VALOR-ANTERIOR
           MOVE WS-AUD-NUEVO TO AU-VALOR-NUEVO
           MOVE 'E' TO AU-MODO
           WRITE AUDITORIA-RECORD.

       200-MENU-EMBARGOS.
           PERFORM WITH TEST AFTER
                   UNTIL OPCION-FIN
               DISPLAY '-------------------------------------------'
               DISPLAY 'ORDENES DE EMBARGO:'
               DISPLAY '  A - ALTA DE UNA ORDEN'
               DISPLAY '  L - LEVANTAR UNA ORDEN'
               DISPLAY '  M - MODIFICAR EL IMPORTE ORDENADO'
               DISPLAY '  C - CONSULTAR ORDENES'
               DISPLAY '  I - CONTESTACION AL ORGANISMO'
               DISPLAY '  F - FIN'
               DISPLAY 'Opcion: '
               ACCEPT WS-OPCION
               EVALUATE TRUE
                   WHEN OPCION-ALTA
                       PERFORM 500-ALTA-EMBARGO
                   WHEN OPCION-LEVANTAR
                       PERFORM 600-LEVANTAR-EMBARGO
                   WHEN OPCION-MODIFICAR
                       PERFORM 700-MODIFICAR-IMPORTE
                   WHEN OPCION-CONSULTAR
                       PERFORM 300-CONSULTAR-EMBARGOS
                   WHEN OPCION-INFORME
                       PERFORM 800-INFORME-EMBARGO
                   WHEN OPCION-FIN
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'OPCION INVALIDA. ELIJA A, L, M, C, I '
                               'O F.'
               END-EVALUATE
           END-PERFORM.

       300-CONSULTAR-EMBARGOS.
           DISPLAY 'Estado (A/S/L, T = todos): '
           ACCEPT WS-FILTRO-ESTADO
           IF WS-FILTRO-ESTADO = SPACE
               MOVE 'T' TO WS-FILTRO-ESTADO
           END-IF
           DISPLAY 'Cliente (8 dígitos, 0 = todos): '
           ACCEPT WS-FILTRO-CLIENTE
           MOVE ZERO TO WS-LISTADAS
           MOVE 'N' TO WS-EMBARGOS-EOF
           MOVE ZERO TO EM-ORDEN-ID
           START EMBARGOS-FILE KEY IS NOT LESS THAN EM-ORDEN-ID
              INVALID KEY
                 MOVE 'S' TO WS-EMBARGOS-EOF
           END-START
           PERFORM UNTIL END-OF-EMBARGOS
              READ EMBARGOS-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-EMBARGOS-EOF
                 NOT AT END
                    IF (WS-FILTRO-ESTADO = 'T'
                        OR EM-ESTADO = WS-FILTRO-ESTADO)
                       AND (WS-FILTRO-CLIENTE = ZERO
                        OR EM-CLIENTE-ID = WS-FILTRO-CLIENTE)
                       PERFORM 310-MOSTRAR-EMBARGO
                    END-IF
              END-READ
           END-PERFORM
           DISPLAY WS-LISTADAS ' ORDENES LISTADAS.'.

       310-MOSTRAR-EMBARGO.
           ADD 1 TO WS-LISTADAS
           MOVE EM-IMPORTE-ORDENADO TO WS-CAMPO-NUM-EDIT
           MOVE EM-IMPORTE-TRABADO  TO WS-CAMPO-NUM-EDIT2
           DISPLAY EM-ORDEN-ID ' ' EM-FECHA-ALTA ' CLIENTE '
                   EM-CLIENTE-ID ' ESTADO ' EM-ESTADO ' ' EM-DIVISA
           DISPLAY '         ORDENADO ' WS-CAMPO-NUM-EDIT
                   ' TRABADO ' WS-CAMPO-NUM-EDIT2
           DISPLAY '         ' EM-ORGANISMO ' EXP. ' EM-EXPEDIENTE
           PERFORM VARYING WS-CTA-IDX FROM 1 BY 1
              UNTIL WS-CTA-IDX > 5
              IF EM-CUENTA-NUM(WS-CTA-IDX) NOT = ZERO
                  DISPLAY '         CUENTA CITADA '
                          EM-CUENTA-NUM(WS-CTA-IDX)
              END-IF
           END-PERFORM
           IF EM-MINIMO-PROTEGIDO > ZERO
               MOVE EM-MINIMO-PROTEGIDO TO WS-SALDO-EDIT
               DISPLAY '         MINIMO PROTEGIDO ' WS-SALDO-EDIT
           END-IF
           DISPLAY '         ULTIMO CAMBIO ' EM-FECHA-ESTADO
                   ' POR ' EM-OPERADOR.

      *  Lee la orden pedida; deja WS-ALTA-VALIDA a 'S' si existe.
       350-LEER-ORDEN.
           MOVE 'N' TO WS-ALTA-VALIDA
           DISPLAY 'Numero de orden (8 dígitos): '
           ACCEPT WS-IN-ORDEN-ID
           MOVE WS-IN-ORDEN-ID TO EM-ORDEN-ID
           READ EMBARGOS-FILE
               INVALID KEY
                   DISPLAY 'ERROR: La orden ' WS-IN-ORDEN-ID
                           ' NO EXISTE.'
               NOT INVALID KEY
                   MOVE 'S' TO WS-ALTA-VALIDA
                   PERFORM 310-MOSTRAR-EMBARGO
           END-READ.

      *  BARRIDO-EMBARGOS puede trabar o satisfacer la orden mientras
      *  se espera la respuesta del operador: antes de regrabar se
      *  relee y tiene que seguir activa.
       360-RELEER-ORDEN.
           MOVE WS-IN-ORDEN-ID TO EM-ORDEN-ID
           READ EMBARGOS-FILE
               INVALID KEY
                   DISPLAY 'ERROR: La orden ' WS-IN-ORDEN-ID
                           ' NO SE PUDO RELEER.'
                   MOVE 'N' TO WS-ALTA-VALIDA
               NOT INVALID KEY
                   IF NOT EM-ACTIVA
                       DISPLAY 'LA ORDEN HA PASADO A ESTADO '
                               EM-ESTADO '. NO SE CAMBIA.'
                       MOVE 'N' TO WS-ALTA-VALIDA
                   END-IF
           END-READ.

       500-ALTA-EMBARGO.
           PERFORM 545-SIGUIENTE-ORDEN-ID
           INITIALIZE EMBARGO-RECORD
           MOVE WS-NUEVO-ID TO EM-ORDEN-ID
           MOVE 'S' TO WS-ALTA-VALIDA
           PERFORM 510-PEDIR-DATOS-ORDEN
           IF ALTA-VALIDA
               PERFORM 520-PEDIR-CUENTAS
           END-IF
           IF ALTA-VALIDA
               PERFORM 530-PEDIR-IMPORTES
           END-IF
           IF ALTA-VALIDA
               PERFORM 540-GRABAR-ALTA
           ELSE
               DISPLAY 'ALTA CANCELADA.'
           END-IF.

       510-PEDIR-DATOS-ORDEN.
           DISPLAY 'Organismo ordenante (Max 40): '
           ACCEPT EM-ORGANISMO
           DISPLAY 'Expediente (Max 20): '
           ACCEPT EM-EXPEDIENTE
           DISPLAY 'Divisa de la orden (3 letras): '
           ACCEPT EM-DIVISA
           MOVE FUNCTION UPPER-CASE(EM-DIVISA) TO EM-DIVISA
           IF EM-ORGANISMO = SPACES OR EM-EXPEDIENTE = SPACES
              OR EM-DIVISA = SPACES
               DISPLAY 'ORGANISMO, EXPEDIENTE Y DIVISA SON '
                       'OBLIGATORIOS.'
               MOVE 'N' TO WS-ALTA-VALIDA
           ELSE
               DISPLAY 'Cliente embargado (8 dígitos, 0 = solo las '
                       'cuentas citadas): '
               ACCEPT EM-CLIENTE-ID
               IF EM-CLIENTE-ID > ZERO
                   PERFORM 515-VERIFICAR-CLIENTE
               END-IF
           END-IF.

       515-VERIFICAR-CLIENTE.
           IF NOT CLIENTES-ABIERTO
               DISPLAY 'ERROR: CLIENTES.DAT NO DISPONIBLE.'
               MOVE 'N' TO WS-ALTA-VALIDA
           ELSE
               MOVE EM-CLIENTE-ID TO CL-CLIENTE-ID
               READ CLIENTES-FILE
                   INVALID KEY
                       DISPLAY 'ERROR: El cliente ' EM-CLIENTE-ID
                               ' NO EXISTE.'
                       MOVE 'N' TO WS-ALTA-VALIDA
                   NOT INVALID KEY
                       DISPLAY '-> ' CL-NOMBRE ' ' CL-DOCUMENTO
               END-READ
           END-IF.

       520-PEDIR-CUENTAS.
           MOVE 'N' TO WS-FIN-CUENTAS
           PERFORM 525-PEDIR-CUENTA
              VARYING WS-CTA-IDX FROM 1 BY 1
              UNTIL WS-CTA-IDX > 5 OR FIN-CUENTAS OR NOT ALTA-VALIDA
           IF ALTA-VALIDA AND EM-CLIENTE-ID = ZERO
              AND EM-CUENTA-NUM(1) = ZERO
               DISPLAY 'LA ORDEN DEBE CITAR UN CLIENTE O AL MENOS '
                       'UNA CUENTA.'
               MOVE 'N' TO WS-ALTA-VALIDA
           END-IF.

      *  La cuenta citada ha de existir, seguir abierta y ser de la
      *  divisa de la orden.
       525-PEDIR-CUENTA.
           DISPLAY 'Cuenta citada ' WS-CTA-IDX
                   ' (10 dígitos, 0 = no hay mas): '
           ACCEPT WS-IN-CUENTA
           IF WS-IN-CUENTA = ZERO
               MOVE 'S' TO WS-FIN-CUENTAS
           ELSE
               MOVE WS-IN-CUENTA TO MR-CUENTA-NUM
               READ MASTER-FILE
                   INVALID KEY
                       DISPLAY 'ERROR: La cuenta ' WS-IN-CUENTA
                               ' NO EXISTE.'
                       MOVE 'N' TO WS-ALTA-VALIDA
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN MR-CTA-CERRADA
                               DISPLAY 'ERROR: La cuenta '
                                       WS-IN-CUENTA ' ESTA CERRADA.'
                               MOVE 'N' TO WS-ALTA-VALIDA
                           WHEN MR-DIVISA NOT = EM-DIVISA
                               DISPLAY 'ERROR: La cuenta '
                                       WS-IN-CUENTA ' ES EN '
                                       MR-DIVISA ', NO EN '
                                       EM-DIVISA '.'
                               MOVE 'N' TO WS-ALTA-VALIDA
                           WHEN OTHER
                               MOVE WS-IN-CUENTA
                                    TO EM-CUENTA-NUM(WS-CTA-IDX)
                               DISPLAY '-> ' MR-NOMBRE
                       END-EVALUATE
               END-READ
           END-IF.

       530-PEDIR-IMPORTES.
           DISPLAY 'Importe ordenado (Formato XXXXXXXXX.XX): '
           ACCEPT EM-IMPORTE-ORDENADO
           IF EM-IMPORTE-ORDENADO = ZERO
               DISPLAY 'EL IMPORTE ORDENADO NO PUEDE SER CERO.'
               MOVE 'N' TO WS-ALTA-VALIDA
           ELSE
               DISPLAY 'Minimo inembargable propio (Formato '
                       'XXXXXXX.XX, 0 = el general): '
               ACCEPT EM-MINIMO-PROTEGIDO
           END-IF.

       540-GRABAR-ALTA.
           MOVE ZERO TO EM-IMPORTE-TRABADO
           MOVE WS-FECHA-HOY TO EM-FECHA-ALTA
           MOVE WS-FECHA-HOY TO EM-FECHA-ESTADO
           MOVE 'A' TO EM-ESTADO
           MOVE WS-OPERADOR TO EM-OPERADOR
           WRITE EMBARGO-RECORD
               INVALID KEY
                   DISPLAY 'ERROR AL GRABAR LA ORDEN. STATUS: '
                           WS-EMBARGOS-STATUS
               NOT INVALID KEY
                   MOVE 'EMB-ALTA' TO WS-AUD-ETIQUETA
                   MOVE EM-CUENTA-NUM(1) TO WS-AUD-CUENTA
                   MOVE SPACES TO WS-AUD-ANTERIOR
                   MOVE EM-IMPORTE-ORDENADO TO WS-CAMPO-NUM-EDIT
                   MOVE WS-CAMPO-NUM-EDIT TO WS-AUD-NUEVO
                   PERFORM 040-GRABAR-AUDITORIA-EMBARGO
                   DISPLAY '-> ORDEN ' EM-ORDEN-ID ' DADA DE ALTA.'
           END-WRITE.

      *  Siguiente numero de orden: el mayor existente mas uno.
       545-SIGUIENTE-ORDEN-ID.
           MOVE ZERO TO WS-NUEVO-ID
           MOVE 'N' TO WS-EMBARGOS-EOF
           MOVE ZERO TO EM-ORDEN-ID
           START EMBARGOS-FILE KEY IS NOT LESS THAN EM-ORDEN-ID
              INVALID KEY
                 MOVE 'S' TO WS-EMBARGOS-EOF
           END-START
           PERFORM UNTIL END-OF-EMBARGOS
              READ EMBARGOS-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-EMBARGOS-EOF
                 NOT AT END
                    MOVE EM-ORDEN-ID TO WS-NUEVO-ID
              END-READ
           END-PERFORM
           ADD 1 TO WS-NUEVO-ID.

       600-LEVANTAR-EMBARGO.
           PERFORM 350-LEER-ORDEN
           IF ALTA-VALIDA
               IF NOT EM-ACTIVA
                   DISPLAY 'SOLO SE LEVANTA UNA ORDEN ACTIVA.'
               ELSE
                   DISPLAY 'Confirma el levantamiento? (S/N): '
                   ACCEPT WS-CONFIRMAR
                   IF WS-CONFIRMAR = 'S'
                       PERFORM 360-RELEER-ORDEN
                       IF ALTA-VALIDA
                           MOVE 'L' TO EM-ESTADO
                           PERFORM 650-REGRABAR-CAMBIO-ESTADO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *  Regraba la orden con el estado ya cambiado desde 'A' y
      *  audita el cambio.
       650-REGRABAR-CAMBIO-ESTADO.
           MOVE WS-FECHA-HOY TO EM-FECHA-ESTADO
           MOVE WS-OPERADOR TO EM-OPERADOR
           REWRITE EMBARGO-RECORD
               INVALID KEY
                   DISPLAY 'ERROR AL REGRABAR LA ORDEN.'
               NOT INVALID KEY
                   IF EM-LEVANTADA
                       MOVE 'EMB-LEVANTA' TO WS-AUD-ETIQUETA
                   ELSE
                       MOVE 'EMB-CIERRE' TO WS-AUD-ETIQUETA
                   END-IF
                   MOVE ZERO TO WS-AUD-CUENTA
                   MOVE 'A' TO WS-AUD-ANTERIOR
                   MOVE EM-ESTADO TO WS-AUD-NUEVO
                   PERFORM 040-GRABAR-AUDITORIA-EMBARGO
                   DISPLAY '-> ORDEN ' EM-ORDEN-ID
                           ' PASA A ESTADO ' EM-ESTADO '.'
           END-REWRITE.

      *  El nuevo importe no puede quedar por debajo de lo trabado (el
      *  de la orden releida); si lo iguala, la orden queda satisfecha.
       700-MODIFICAR-IMPORTE.
           PERFORM 350-LEER-ORDEN
           IF ALTA-VALIDA
               IF NOT EM-ACTIVA
                   DISPLAY 'SOLO SE MODIFICA UNA ORDEN ACTIVA.'
               ELSE
                   DISPLAY 'Nuevo importe ordenado (Formato '
                           'XXXXXXXXX.XX): '
                   ACCEPT WS-IN-IMPORTE
                   IF WS-IN-IMPORTE = ZERO
                       DISPLAY 'EL IMPORTE NO PUEDE SER CERO.'
                   ELSE
                       PERFORM 360-RELEER-ORDEN
                   END-IF
                   IF WS-IN-IMPORTE NOT = ZERO AND ALTA-VALIDA
                       IF WS-IN-IMPORTE < EM-IMPORTE-TRABADO
                           MOVE EM-IMPORTE-TRABADO TO WS-CAMPO-NUM-EDIT
                           DISPLAY 'EL IMPORTE NO PUEDE SER MENOR QUE '
                                   'LO TRABADO (' WS-CAMPO-NUM-EDIT
                                   ').'
                       ELSE
                           PERFORM 710-APLICAR-IMPORTE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       710-APLICAR-IMPORTE.
           MOVE EM-IMPORTE-ORDENADO TO WS-CAMPO-NUM-EDIT
           MOVE WS-CAMPO-NUM-EDIT TO WS-AUD-ANTERIOR
           MOVE WS-IN-IMPORTE TO EM-IMPORTE-ORDENADO
           MOVE WS-FECHA-HOY TO EM-FECHA-ESTADO
           MOVE WS-OPERADOR TO EM-OPERADOR
           REWRITE EMBARGO-RECORD
               INVALID KEY
                   DISPLAY 'ERROR AL REGRABAR LA ORDEN.'
               NOT INVALID KEY
                   MOVE 'EMB-IMPORTE' TO WS-AUD-ETIQUETA
                   MOVE ZERO TO WS-AUD-CUENTA
                   MOVE EM-IMPORTE-ORDENADO TO WS-CAMPO-NUM-EDIT
                   MOVE WS-CAMPO-NUM-EDIT TO WS-AUD-NUEVO
                   PERFORM 040-GRABAR-AUDITORIA-EMBARGO
                   DISPLAY '-> IMPORTE ORDENADO ACTUALIZADO.'
                   IF EM-IMPORTE-ORDENADO = EM-IMPORTE-TRABADO
                       MOVE 'S' TO EM-ESTADO
                       PERFORM 650-REGRABAR-CAMBIO-ESTADO
                   END-IF
           END-REWRITE.

      *  Contestacion al organismo: datos de la orden y cada traba
      *  hecha por BARRIDO-EMBARGOS, con el total y lo pendiente.
       800-INFORME-EMBARGO.
           PERFORM 350-LEER-ORDEN
           IF ALTA-VALIDA
               MOVE ZERO TO WS-INF-TRABAS
               MOVE ZERO TO WS-INF-TOTAL
               OPEN OUTPUT INFORME-RPT
               PERFORM 810-CABECERA-INFORME
               MOVE 'N' TO WS-TRABAS-EOF
               OPEN INPUT TRABAS-FILE
               IF WS-TRABAS-STATUS NOT = '00'
                   MOVE 'S' TO WS-TRABAS-EOF
               END-IF
               PERFORM UNTIL END-OF-TRABAS
                  READ TRABAS-FILE
                     AT END
                        MOVE 'S' TO WS-TRABAS-EOF
                     NOT AT END
                        IF TB-ORDEN-ID = EM-ORDEN-ID
                           PERFORM 820-LINEA-TRABA
                        END-IF
                  END-READ
               END-PERFORM
               IF WS-TRABAS-STATUS = '00' OR WS-TRABAS-STATUS = '10'
                   CLOSE TRABAS-FILE
               END-IF
               PERFORM 830-PIE-INFORME
               CLOSE INFORME-RPT
               DISPLAY '-> CONTESTACION EN INFORME-EMBARGO.RPT ('
                       WS-INF-TRABAS ' TRABAS).'
           END-IF.

       810-CABECERA-INFORME.
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'CONTESTACION A ORDEN DE EMBARGO - FECHA '
                  WS-FECHA-HOY
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE INFORME-RECORD-OUT FROM WS-LINEA-RPT
           MOVE ALL '=' TO WS-LINEA-RPT
           WRITE INFORME-RECORD-OUT FROM WS-LINEA-RPT
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'ORGANISMO:  ' EM-ORGANISMO
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE INFORME-RECORD-OUT FROM WS-LINEA-RPT
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'EXPEDIENTE: ' EM-EXPEDIENTE '   ORDEN INTERNA '
                  EM-ORDEN-ID '   RECIBIDA ' EM-FECHA-ALTA
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE INFORME-RECORD-OUT FROM WS-LINEA-RPT
           IF EM-CLIENTE-ID > ZERO
               MOVE SPACES TO CL-NOMBRE
               MOVE SPACES TO CL-DOCUMENTO
               IF CLIENTES-ABIERTO
                   MOVE EM-CLIENTE-ID TO CL-CLIENTE-ID
                   READ CLIENTES-FILE
                       INVALID KEY
                           MOVE SPACES TO CL-NOMBRE
                   END-READ
               END-IF
               MOVE SPACES TO WS-LINEA-RPT
               STRING 'EMBARGADO:  ' EM-CLIENTE-ID ' ' CL-NOMBRE ' '
                      CL-DOCUMENTO
                  DELIMITED BY SIZE INTO WS-LINEA-RPT
               END-STRING
               WRITE INFORME-RECORD-OUT FROM WS-LINEA-RPT
           END-IF
           PERFORM VARYING WS-CTA-IDX FROM 1 BY 1
              UNTIL WS-CTA-IDX > 5
              IF EM-CUENTA-NUM(WS-CTA-IDX) NOT = ZERO
                  MOVE SPACES TO WS-LINEA-RPT
                  STRING 'CUENTA CITADA: ' EM-CUENTA-NUM(WS-CTA-IDX)
                     DELIMITED BY SIZE INTO WS-LINEA-RPT
                  END-STRING
                  WRITE INFORME-RECORD-OUT FROM WS-LINEA-RPT
              END-IF
           END-PERFORM
           MOVE EM-IMPORTE-ORDENADO TO WS-CAMPO-NUM-EDIT
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'IMPORTE ORDENADO: ' WS-CAMPO-NUM-EDIT ' ' EM-DIVISA
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE INFORME-RECORD-OUT FROM WS-LINEA-RPT
           MOVE SPACES TO WS-LINEA-RPT
           WRITE INFORME-RECORD-OUT FROM WS-LINEA-RPT
           MOVE 'FECHA     CUENTA     IMPORTE TRABADO  REFERENCIA'
                TO WS-LINEA-RPT
           WRITE INFORME-RECORD-OUT FROM WS-LINEA-RPT
           MOVE ALL '-' TO WS-LINEA-RPT
           WRITE INFORME-RECORD-OUT FROM WS-LINEA-RPT.

       820-LINEA-TRABA.
           ADD 1 TO WS-INF-TRABAS
           ADD TB-IMPORTE TO WS-INF-TOTAL
           MOVE TB-IMPORTE TO WS-CAMPO-NUM-EDIT
           MOVE SPACES TO WS-LINEA-RPT
           STRING TB-FECHA '  ' TB-CUENTA-NUM ' ' WS-CAMPO-NUM-EDIT
                  '  ' TB-REFERENCIA
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE INFORME-RECORD-OUT FROM WS-LINEA-RPT.

       830-PIE-INFORME.
           MOVE ALL '-' TO WS-LINEA-RPT
           WRITE INFORME-RECORD-OUT FROM WS-LINEA-RPT
           MOVE WS-INF-TOTAL TO WS-CAMPO-NUM-EDIT
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'TOTAL TRABADO (' WS-INF-TRABAS ' TRABAS): '
                  WS-CAMPO-NUM-EDIT ' ' EM-DIVISA
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE INFORME-RECORD-OUT FROM WS-LINEA-RPT
           COMPUTE WS-PENDIENTE = EM-IMPORTE-ORDENADO
                                - EM-IMPORTE-TRABADO
           MOVE WS-PENDIENTE TO WS-CAMPO-NUM-EDIT
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'PENDIENTE DE TRABAR: ' WS-CAMPO-NUM-EDIT ' '
                  EM-DIVISA '   ESTADO DE LA ORDEN: ' EM-ESTADO
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE INFORME-RECORD-OUT FROM WS-LINEA-RPT.

       900-FINALIZAR-SIST.
           IF FICHEROS-ABIERTOS
               CLOSE EMBARGOS-FILE, MASTER-FILE, AUDITORIA-FILE
               IF CLIENTES-ABIERTO
                   CLOSE CLIENTES-FILE
               END-IF
           END-IF
           DISPLAY '--- MANTENIMIENTO DE EMBARGOS FINALIZADO ---'.
