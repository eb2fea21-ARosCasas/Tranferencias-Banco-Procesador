      *                       COBRO-COMISIONES); derivado y desechable,
      *                       se reconstruye vacio en cada arranque.
      *
      *C0004 --> Fecha: 15/10/2026
      *          Descripción: Referencia, sentido y contrapartida del
      *                       movimiento en la copia del layout del
      *                       historico (ver C0034 de
      *                       BANK-TRANS-PROCESSOR); este programa no
      *                       los usa.
      *
      *C0005 --> Fecha: 15/10/2026
      *          Descripción: Layout de CLIENTES.DAT ampliado con los
      *                       datos de contacto y preferencias de aviso,
      *                       igual que en NUEVA-CUENTA.
      *
      *C0006 --> Fecha: 15/10/2026
      *          Descripción: Cuentas compartidas (TITULARES.DAT, ver
      *                       C0015 de NUEVA-CUENTA): el efectivo de una
      *                       cuenta se agrega a cada uno de sus
      *                       titulares, no solo al titular principal
      *                       del maestro. Ademas de MR-CLIENTE-ID, cada
      *                       titular o cotitular con relacion vigente
      *                       en la fecha del movimiento recibe el
      *                       movimiento en su propio agregado (los
      *                       autorizados no son titulares y no se
      *                       declaran por la cuenta). Una cuenta ya
      *                       eliminada del maestro sigue agregando a
      *                       sus titulares de TITULARES.DAT. Sin ese
      *                       fichero el agregado sale como antes.
      *
      *C0007 --> Fecha: 15/10/2026
      *          Descripción: Layout de CLIENTES.DAT ampliado con el
      *                       tipo, el pais de expedicion y la fecha de
      *                       caducidad del documento de identidad,
      *                       igual que en NUEVA-CUENTA; este programa
      *                       no los usa.
      *
      *-----------------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               RECORD KEY IS AG-CLAVE
               FILE STATUS IS WS-AGR-TRABAJO-STATUS.

 C0006*  Titulares de cada cuenta (ver NUEVA-CUENTA, modo 6); DYNAMIC
      *  para recorrer los de una cuenta con START en la cuenta.
           SELECT TITULARES-FILE  ASSIGN TO 'TITULARES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TI-CLAVE
               FILE STATUS IS WS-TITULARES-STATUS.

           SELECT DECLARACION-OUT
               ASSIGN TO 'DECLARACION-RELEVANTES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           05 CL-DOCUMENTO   PIC X(15).
           05 CL-DIRECCION   PIC X(40).
           05 CL-TELEFONO    PIC X(15).
 C0005*    Contacto y preferencias de aviso al cliente.
           05 CL-MOVIL              PIC X(15).
           05 CL-EMAIL              PIC X(50).
           05 CL-AVISO-SMS          PIC X(1).
              88 CL-QUIERE-SMS      VALUE 'S'.
           05 CL-AVISO-EMAIL        PIC X(1).
              88 CL-QUIERE-EMAIL    VALUE 'S'.
      *    Umbrales de aviso; cero = sin aviso.
           05 CL-UMBRAL-SALDO       PIC 9(8)V99.
           05 CL-UMBRAL-MOVIMIENTO  PIC 9(8)V99.
 C0007*    Documento de identidad: tipo, pais de expedicion y fecha
      *    de caducidad (cero = sin informar).
           05 CL-TIPO-DOCUMENTO     PIC X(1).
              88 CL-DOC-DNI         VALUE 'D'.
              88 CL-DOC-NIE         VALUE 'E'.
              88 CL-DOC-PASAPORTE   VALUE 'P'.
              88 CL-DOC-OTRO        VALUE 'O'.
           05 CL-PAIS-DOCUMENTO     PIC X(2).
           05 CL-FECHA-CADUCIDAD    PIC 9(8).

      * Mismo layout que HISTORY-RECORD-OUT en BANK-TRANS-PROCESSOR.
       FD  HISTORY-IN.
              10 HR-FECHA-DD      PIC 9(2).
           05 HR-DIVISA          PIC X(3).
           05 HR-TASA-APLICADA   PIC 9(4)V9(6).
 C0004*    Referencia, sentido y contrapartida del movimiento (ver
      *    C0034 de BANK-TRANS-PROCESSOR); este programa no los usa.
           05 HR-REFERENCIA      PIC 9(12).
           05 HR-SIGNO           PIC X(1).
              88 HR-AL-DEBE      VALUE 'D'.
              88 HR-AL-HABER     VALUE 'H'.
           05 HR-CONTRA-CUENTA   PIC 9(10).
           05 HR-CONTRA-BANCO    PIC 9(4).
           05 HR-CONTRA-ID       PIC 9(6).
           05 HR-CONTRA-REF      PIC X(20).

 C0003* Totales de efectivo, numero de operaciones y mayor operacion
      * suelta de cada sentido, de un cliente, dia y divisa.
           05 AG-MAX-DEP    PIC 9(8)V99.
           05 AG-MAX-RET    PIC 9(8)V99.

 C0006* Mismo layout que en NUEVA-CUENTA (modo 6).
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

      * Un registro de declaracion por cliente y dia relevante.
       FD  DECLARACION-OUT.
       01  DECLARACION-RECORD-OUT.
              88 END-OF-AGREGADOS VALUE 'S'.
           05 WS-CLIENTE-HALLADO  PIC X VALUE 'N'.
              88 CLIENTE-HALLADO  VALUE 'S'.
 C0006*    Sin TITULARES.DAT solo agrega el titular del maestro.
           05 WS-TITULARES-STATUS PIC XX.
           05 WS-TITULARES-FLAG   PIC X VALUE 'N'.
              88 HAY-TITULARES    VALUE 'S'.
           05 WS-TITULARES-EOF    PIC X VALUE 'N'.
              88 END-OF-TITULARES VALUE 'S'.

       01  WS-CONSULTA.
           05 WS-MES-DECLARACION  PIC 9(6) VALUE ZERO.
           05 WS-UMBRAL           PIC 9(8)V99 VALUE ZERO.

       01  WS-CLIENTE-MOV  PIC 9(8) VALUE ZERO.
 C0006*  Titular del maestro del movimiento en curso: ya agregado, no
      *  se repite si ademas figura en TITULARES.DAT.
       01  WS-CLIENTE-PRINCIPAL  PIC 9(8) VALUE ZERO.

 C0003*  El agregado por cliente, dia y divisa (C0002: el efectivo no
      *  se mezcla entre divisas) vive en AGREGADOS-TRABAJO.DAT: sin
           END-IF
           OPEN INPUT MASTER-FILE
           OPEN INPUT CLIENTES-FILE
 C0006*    Los titulares son opcionales.
           OPEN INPUT TITULARES-FILE
           IF WS-TITULARES-STATUS = '00'
               MOVE 'S' TO WS-TITULARES-FLAG
           END-IF
           OPEN OUTPUT DECLARACION-OUT
           OPEN OUTPUT RELEVANTES-RPT
 C0003*    El agregado arranca vacio; si el fichero de trabajo no
              ADD 1 TO WS-MOVS-EFECTIVO
              PERFORM 200-RESOLVER-CLIENTE
              PERFORM 300-AGREGAR-MOVIMIENTO
 C0006*       El mismo movimiento cuenta para cada titular de la cuenta.
              IF HAY-TITULARES
                 PERFORM 400-AGREGAR-A-TITULARES
              END-IF
           END-IF
           PERFORM 110-LEER-HISTORY.

              END-IF
           END-IF.

 C0006*  Recorre las relaciones de la cuenta del movimiento (START en la
      *  cuenta con cliente cero) y agrega el movimiento a cada titular
      *  o cotitular vigente en la fecha del movimiento.
       400-AGREGAR-A-TITULARES.
           MOVE WS-CLIENTE-MOV TO WS-CLIENTE-PRINCIPAL
           MOVE HR-CUENTA-NUM TO TI-CUENTA-NUM
           MOVE ZERO          TO TI-CLIENTE-ID
           MOVE 'N' TO WS-TITULARES-EOF
           START TITULARES-FILE KEY IS NOT LESS THAN TI-CLAVE
              INVALID KEY
                 MOVE 'S' TO WS-TITULARES-EOF
           END-START
           PERFORM UNTIL END-OF-TITULARES
              READ TITULARES-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-TITULARES-EOF
                 NOT AT END
                    IF TI-CUENTA-NUM NOT = HR-CUENTA-NUM
                       MOVE 'S' TO WS-TITULARES-EOF
                    ELSE
                       PERFORM 410-AGREGAR-SI-TITULAR-VIGENTE
                    END-IF
              END-READ
           END-PERFORM.

       410-AGREGAR-SI-TITULAR-VIGENTE.
           IF (TI-ROL-TITULAR OR TI-ROL-COTITULAR)
              AND TI-CLIENTE-ID NOT = WS-CLIENTE-PRINCIPAL
              AND TI-FECHA-ALTA NOT > HR-FECHA
              AND (TI-FECHA-BAJA = ZERO OR TI-FECHA-BAJA > HR-FECHA)
              MOVE TI-CLIENTE-ID TO WS-CLIENTE-MOV
              PERFORM 300-AGREGAR-MOVIMIENTO
           END-IF.

 C0003*  Recorrido completo del fichero de agregados (mismo idioma
      *  START/READ NEXT que el informe FX del procesador); con el
      *  fichero de trabajo abortado en 000 no se declara nada.
           CLOSE HISTORY-IN, MASTER-FILE, CLIENTES-FILE,
                 DECLARACION-OUT, RELEVANTES-RPT,
                 AGREGADOS-TRABAJO
           IF HAY-TITULARES
               CLOSE TITULARES-FILE
           END-IF
           DISPLAY '--- DECLARACION DE RELEVANTES FINALIZADA ---'
           DISPLAY WS-DECLARADOS ' DECLARACIONES GENERADAS.'.
