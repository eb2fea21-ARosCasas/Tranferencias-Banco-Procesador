      *                       BANK-TRANS-PROCESSOR); este programa no
      *                       consulta el estado.
      *
      *C0012 --> Fecha: 15/10/2026
      *          Descripción: Referencia, sentido y contrapartida del
      *                       movimiento en los layouts del historico y
      *                       de la vista indexada (ver C0034 de
      *                       BANK-TRANS-PROCESSOR). Cada linea del
      *                       extracto imprime la referencia y la cuenta
      *                       contrapartida, y la direccion CARGO/ABONO
      *                       sale de HR-SIGNO; solo en las lineas
      *                       anteriores al cambio (sin sentido grabado)
      *                       se sigue derivando como en C0003.
      *
      *C0013 --> Fecha: 15/10/2026
      *          Descripción: Las anulaciones (HR-TIPO 'A', ver
      *                       ANULAR-MOVIMIENTO) llevan debajo una linea
      *                       con la referencia y la fecha del
      *                       movimiento que anulan, sacadas de
      *                       HR-CONTRA-REF.
      *
      *C0014 --> Fecha: 15/10/2026
      *          Descripción: Cuentas compartidas (TITULARES.DAT, ver
      *                       C0015 de NUEVA-CUENTA): la cabecera del
      *                       extracto lista a todos los intervinientes
      *                       de la cuenta vigentes a la fecha del dia.
      *                       Aparece primero el titular principal
      *                       (MR-CLIENTE-ID) y despues cada titular,
      *                       cotitular o autorizado con su nombre de
      *                       CLIENTES.DAT y su regimen de firma. Sin
      *                       esos ficheros la cabecera sale como antes.
      *
      *C0015 --> Fecha: 15/10/2026
      *          Descripción: Layout de CLIENTES.DAT ampliado con el
      *                       tipo, el pais de expedicion y la fecha de
      *                       caducidad del documento de identidad,
      *                       igual que en NUEVA-CUENTA; este programa
      *                       no los usa.
      *
      *-----------------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               RECORD KEY IS HX-CLAVE
               FILE STATUS IS WS-IDX-STATUS.

 C0014*  Intervinientes de la cuenta (ver NUEVA-CUENTA, modo 6) y sus
      *  nombres; ambos opcionales.
           SELECT TITULARES-FILE  ASSIGN TO 'TITULARES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TI-CLAVE
               FILE STATUS IS WS-TITULARES-STATUS.

           SELECT CLIENTES-FILE  ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-CLIENTE-ID
               FILE STATUS IS WS-CLIENTES-STATUS.

           SELECT ESTADO-RPT  ASSIGN TO 'ESTADO-CUENTA.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

           05 HR-DIVISA          PIC X(3).
 C0006*    Tasa de cambio aplicada; cero = sin conversion.
           05 HR-TASA-APLICADA   PIC 9(4)V9(6).
 C0012*    Referencia unica del movimiento (CONTADOR-REFERENCIAS.DAT),
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

 C0010* Mismo layout que en INDEXAR-HISTORICO.
       FD  HISTORICO-IDX.
           05 HX-BALANCE-RESULT  PIC S9(8)V99 SIGN LEADING SEPARATE.
           05 HX-DIVISA          PIC X(3).
           05 HX-TASA-APLICADA   PIC 9(4)V9(6).
 C0012*    Referencia, sentido y contrapartida del movimiento (ver
      *    C0002 de INDEXAR-HISTORICO); pasan al buffer del historico.
           05 HX-REFERENCIA      PIC 9(12).
           05 HX-SIGNO           PIC X(1).
              88 HX-AL-DEBE      VALUE 'D'.
              88 HX-AL-HABER     VALUE 'H'.
           05 HX-CONTRA-CUENTA   PIC 9(10).
           05 HX-CONTRA-BANCO    PIC 9(4).
           05 HX-CONTRA-ID       PIC 9(6).
           05 HX-CONTRA-REF      PIC X(20).

 C0014* Mismo layout que en NUEVA-CUENTA (modo 6).
       FD  TITULARES-FILE.
       01  TITULAR-RECORD.
           05 TI-CLAVE.
              10 TI-CUENTA-NUM   PIC 9(10).
              10 TI-CLIENTE-ID   PIC 9(8).
           05 TI-ROL             PIC X(1).
              88 TI-ROL-TITULAR     VALUE 'T'.
              88 TI-ROL-COTITULAR   VALUE 'C'.
              88 TI-ROL-AUTORIZADO  VALUE 'A'.
           05 TI-FIRMA           PIC X(1).
              88 TI-FIRMA-CONJUNTA    VALUE 'C'.
              88 TI-FIRMA-INDIVIDUAL  VALUE 'I'.
           05 TI-FECHA-ALTA      PIC 9(8).
           05 TI-FECHA-BAJA      PIC 9(8).

 C0014* Mismo layout que en NUEVA-CUENTA (modo 5).
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
              88 CL-QUIERE-SMS      VALUE 'S'.
           05 CL-AVISO-EMAIL        PIC X(1).
              88 CL-QUIERE-EMAIL    VALUE 'S'.
           05 CL-UMBRAL-SALDO       PIC 9(8)V99.
           05 CL-UMBRAL-MOVIMIENTO  PIC 9(8)V99.
 C0015*    Documento de identidad: tipo, pais de expedicion y fecha
      *    de caducidad (cero = sin informar).
           05 CL-TIPO-DOCUMENTO     PIC X(1).
              88 CL-DOC-DNI         VALUE 'D'.
              88 CL-DOC-NIE         VALUE 'E'.
              88 CL-DOC-PASAPORTE   VALUE 'P'.
              88 CL-DOC-OTRO        VALUE 'O'.
           05 CL-PAIS-DOCUMENTO     PIC X(2).
           05 CL-FECHA-CADUCIDAD    PIC 9(8).

       FD  ESTADO-RPT.
       01  ESTADO-RECORD-OUT  PIC X(80).
      *    vez de barrido completo.
           05 WS-INDICE-FLAG      PIC X VALUE 'N'.
              88 INDICE-DISPONIBLE  VALUE 'S'.
 C0014*    Ficheros de intervinientes y fin de las relaciones de la
      *    cuenta.
           05 WS-TITULARES-STATUS PIC XX.
           05 WS-CLIENTES-STATUS  PIC XX.
           05 WS-TITULARES-EOF    PIC X VALUE 'N'.
              88 END-OF-TITULARES VALUE 'S'.

       01  WS-CONSULTA.
           05 WS-CUENTA-CONSULTA  PIC 9(10).
           05 WS-CUENTA-NOMBRE    PIC X(30).
           05 WS-CUENTA-DIVISA    PIC X(3).
           05 WS-CUENTA-BALANCE   PIC S9(8)V99.
 C0014*    Titular principal de la cuenta (cero = sin asignar).
           05 WS-CUENTA-CLIENTE   PIC 9(8).

 C0014*  Fecha del dia (vigencia de las relaciones) y textos de la
      *  linea de cada interviniente.
       01  WS-INTERVINIENTES.
           05 WS-FECHA-HOY        PIC 9(8).
           05 WS-ROL-TXT          PIC X(11).
           05 WS-FIRMA-TXT        PIC X(10).
           05 WS-INT-CLIENTE      PIC 9(8).

       01  WS-PERIODO.
           05 WS-EN-PERIODO         PIC X VALUE 'N'.
                   MOVE MR-NOMBRE  TO WS-CUENTA-NOMBRE
                   MOVE MR-DIVISA  TO WS-CUENTA-DIVISA
                   MOVE MR-BALANCE TO WS-CUENTA-BALANCE
                   MOVE MR-CLIENTE-ID TO WS-CUENTA-CLIENTE
 C0004*            Punto de partida de WS-SALDO-ANTERIOR: ver C0004 más
      *            arriba. Si el histórico tiene movimientos previos de
      *            esta cuenta, 100-PROCESAR-HISTORIAL lo va corrigiendo
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE ESTADO-RECORD-OUT FROM WS-LINEA-RPT
 C0014*    Todos los intervinientes vigentes, debajo del titular.
           PERFORM 065-ESCRIBIR-INTERVINIENTES

           MOVE SPACES TO WS-LINEA-RPT
           STRING 'PERIODO: ' WS-FECHA-DESDE ' A ' WS-FECHA-HASTA

           MOVE SPACES TO WS-LINEA-RPT
           STRING 'FECHA       TIPO  IMPORTE        SALDO RESULTANTE'
 C0012*           Referencia y cuenta contrapartida del movimiento.
                  '  REFERENCIA   CONTRAPART.'
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE ESTADO-RECORD-OUT FROM WS-LINEA-RPT.

 C0014*  Titular principal del maestro y relaciones vigentes hoy de
      *  TITULARES.DAT (el principal no se repite si tambien figura).
       065-ESCRIBIR-INTERVINIENTES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           OPEN INPUT CLIENTES-FILE
           IF WS-CUENTA-CLIENTE NOT = ZERO
               MOVE 'TITULAR' TO WS-ROL-TXT
               MOVE SPACES    TO WS-FIRMA-TXT
               MOVE WS-CUENTA-CLIENTE TO WS-INT-CLIENTE
               PERFORM 067-ESCRIBIR-INTERVINIENTE
           END-IF
           OPEN INPUT TITULARES-FILE
           IF WS-TITULARES-STATUS = '00'
               MOVE WS-CUENTA-CONSULTA TO TI-CUENTA-NUM
               MOVE ZERO TO TI-CLIENTE-ID
               START TITULARES-FILE KEY IS NOT LESS THAN TI-CLAVE
                  INVALID KEY
                     MOVE 'S' TO WS-TITULARES-EOF
               END-START
               PERFORM UNTIL END-OF-TITULARES
                  READ TITULARES-FILE NEXT RECORD
                     AT END
                        MOVE 'S' TO WS-TITULARES-EOF
                     NOT AT END
                        IF TI-CUENTA-NUM NOT = WS-CUENTA-CONSULTA
                           MOVE 'S' TO WS-TITULARES-EOF
                        ELSE
                           PERFORM 066-EVALUAR-INTERVINIENTE
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE TITULARES-FILE
           END-IF
           IF WS-CLIENTES-STATUS = '00'
               CLOSE CLIENTES-FILE
           END-IF.

       066-EVALUAR-INTERVINIENTE.
           IF TI-CLIENTE-ID NOT = WS-CUENTA-CLIENTE
              AND TI-FECHA-ALTA NOT > WS-FECHA-HOY
              AND (TI-FECHA-BAJA = ZERO OR TI-FECHA-BAJA > WS-FECHA-HOY)
               EVALUATE TRUE
                   WHEN TI-ROL-TITULAR
                       MOVE 'TITULAR' TO WS-ROL-TXT
                   WHEN TI-ROL-COTITULAR
                       MOVE 'COTITULAR' TO WS-ROL-TXT
                   WHEN OTHER
                       MOVE 'AUTORIZADO' TO WS-ROL-TXT
               END-EVALUATE
               IF TI-FIRMA-CONJUNTA
                   MOVE 'CONJUNTA' TO WS-FIRMA-TXT
               ELSE
                   MOVE 'INDIVIDUAL' TO WS-FIRMA-TXT
               END-IF
               MOVE TI-CLIENTE-ID TO WS-INT-CLIENTE
               PERFORM 067-ESCRIBIR-INTERVINIENTE
           END-IF.

       067-ESCRIBIR-INTERVINIENTE.
           MOVE SPACES TO CL-NOMBRE
           IF WS-CLIENTES-STATUS = '00' OR WS-CLIENTES-STATUS = '23'
               MOVE WS-INT-CLIENTE TO CL-CLIENTE-ID
               READ CLIENTES-FILE
                   INVALID KEY
                       MOVE SPACES TO CL-NOMBRE
               END-READ
           END-IF
           MOVE SPACES TO WS-LINEA-RPT
           IF WS-FIRMA-TXT = SPACES
               STRING '  ' WS-ROL-TXT WS-INT-CLIENTE ' ' CL-NOMBRE
                  DELIMITED BY SIZE INTO WS-LINEA-RPT
               END-STRING
           ELSE
               STRING '  ' WS-ROL-TXT WS-INT-CLIENTE ' ' CL-NOMBRE
                      ' FIRMA ' WS-FIRMA-TXT
                  DELIMITED BY SIZE INTO WS-LINEA-RPT
               END-STRING
           END-IF
           WRITE ESTADO-RECORD-OUT FROM WS-LINEA-RPT.

       100-PROCESAR-HISTORIAL.
           IF HR-CUENTA-NUM = WS-CUENTA-CONSULTA
 C0007*        El saldo de arrastre del archivado no es un movimiento:
           MOVE HX-FECHA          TO HR-FECHA
           MOVE HX-DIVISA         TO HR-DIVISA
           MOVE HX-TASA-APLICADA  TO HR-TASA-APLICADA
           MOVE HX-REFERENCIA     TO HR-REFERENCIA
           MOVE HX-SIGNO          TO HR-SIGNO
           MOVE HX-CONTRA-CUENTA  TO HR-CONTRA-CUENTA
           MOVE HX-CONTRA-BANCO   TO HR-CONTRA-BANCO
           MOVE HX-CONTRA-ID      TO HR-CONTRA-ID
           MOVE HX-CONTRA-REF     TO HR-CONTRA-REF
           IF HR-TIPO = 'S'
               MOVE HR-BALANCE-RESULT TO WS-SALDO-ANTERIOR
           ELSE
           MOVE SPACES TO WS-LINEA-RPT
           STRING HR-FECHA '  ' HR-TIPO '-' WS-DIRECCION-TXT
                  ' ' WS-CAMPO-IMPORTE-EDIT '      ' WS-CAMPO-NUM-EDIT
                  '  ' HR-REFERENCIA ' ' HR-CONTRA-CUENTA
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE ESTADO-RECORD-OUT FROM WS-LINEA-RPT
 C0013*    Anulacion: HR-CONTRA-REF lleva fecha (8) y referencia (12)
      *    del movimiento anulado (referencia cero si es anterior a la
      *    referencia unica).
           IF HR-TIPO = 'A'
               MOVE SPACES TO WS-LINEA-RPT
               STRING '            ANULA MOVIMIENTO REF '
                      HR-CONTRA-REF(9:12) ' DE FECHA '
                      HR-CONTRA-REF(1:8)
                  DELIMITED BY SIZE INTO WS-LINEA-RPT
               END-STRING
               WRITE ESTADO-RECORD-OUT FROM WS-LINEA-RPT
           END-IF.

 C0003*    WS-SALDO-ANTERIOR todavía contiene el saldo previo a este
      *    registro (100-PROCESAR-HISTORIAL lo actualiza después).
       135-DERIVAR-DIRECCION.
 C0012*    El sentido grabado manda; la comparacion de saldos queda para
      *    las lineas anteriores a HR-SIGNO.
           EVALUATE TRUE
               WHEN HR-AL-HABER
                   MOVE 'ABONO' TO WS-DIRECCION-TXT
               WHEN HR-AL-DEBE
                   MOVE 'CARGO' TO WS-DIRECCION-TXT
               WHEN HR-BALANCE-RESULT > WS-SALDO-ANTERIOR
                   MOVE 'ABONO' TO WS-DIRECCION-TXT
               WHEN OTHER
                   MOVE 'CARGO' TO WS-DIRECCION-TXT
           END-EVALUATE.

       900-FINALIZAR-SIST.
           IF CUENTA-ENCONTRADA
