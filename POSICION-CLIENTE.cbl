      *                       muestra el estado tal cual y no lo
      *                       interpreta.
      *
      *C0004 --> Fecha: 15/10/2026
      *          Descripción: Prestamos del cliente (ver
      *                       ABRIR-PRESTAMO): cada prestamo vigente con
      *                       su capital pendiente, la proxima cuota sin
      *                       cobrar (numero, vencimiento e importe) y
      *                       las cuotas en mora; el capital pendiente
      *                       se totaliza por divisa como DEUDA
      *                       PRESTAMOS junto a la posicion. Sin
      *                       PRESTAMOS.DAT la posicion sale como antes.
      *
      *C0005 --> Fecha: 15/10/2026
      *          Descripción: Layout de CLIENTES.DAT ampliado con los
      *                       datos de contacto y preferencias de aviso,
      *                       igual que en NUEVA-CUENTA.
      *
      *C0006 --> Fecha: 15/10/2026
      *          Descripción: Cuentas compartidas (TITULARES.DAT, ver
      *                       C0015 de NUEVA-CUENTA): la posicion del
      *                       cliente incluye, ademas de las cuentas de
      *                       las que es titular principal
      *                       (MR-CLIENTE-ID), todas aquellas en las que
      *                       interviene con una relacion vigente a la
      *                       fecha del dia como titular, cotitular o
      *                       autorizado. Cada linea de cuenta muestra
      *                       el rol del cliente en ella. Sin
      *                       TITULARES.DAT la posicion sale como antes.
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
               RECORD KEY IS CL-CLIENTE-ID
               FILE STATUS IS WS-CLIENTES-STATUS.

 C0004*  Prestamos y su cuadro de amortizacion (ver ABRIR-PRESTAMO).
           SELECT PRESTAMOS-FILE  ASSIGN TO 'PRESTAMOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PRESTAMO-ID
               FILE STATUS IS WS-PRESTAMOS-STATUS.

           SELECT CUADRO-FILE  ASSIGN TO 'CUADRO-AMORTIZACION.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-CLAVE
               FILE STATUS IS WS-CUADRO-STATUS.

 C0006*  Intervinientes de cada cuenta (ver NUEVA-CUENTA, modo 6).
           SELECT TITULARES-FILE  ASSIGN TO 'TITULARES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TI-CLAVE
               FILE STATUS IS WS-TITULARES-STATUS.

           SELECT POSICION-RPT  ASSIGN TO 'POSICION-CLIENTES.RPT'
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

 C0004* Mismo layout que en ABRIR-PRESTAMO.
       FD  PRESTAMOS-FILE.
       01  PRESTAMO-RECORD.
           05 PR-PRESTAMO-ID        PIC 9(6).
           05 PR-CUENTA-NUM         PIC 9(10).
           05 PR-CLIENTE-ID         PIC 9(8).
           05 PR-PRINCIPAL          PIC 9(8)V99.
           05 PR-TASA-ANUAL         PIC 9(2)V9(4).
           05 PR-PLAZO-MESES        PIC 9(3).
           05 PR-FECHA-INICIO       PIC 9(8).
           05 PR-FECHA-ALTA         PIC 9(8).
           05 PR-DIVISA             PIC X(3).
           05 PR-CUOTA              PIC 9(8)V99.
           05 PR-CAPITAL-PENDIENTE  PIC 9(8)V99.
           05 PR-CUOTAS-PAGADAS     PIC 9(3).
           05 PR-ESTADO             PIC X(1).
              88 PR-VIGENTE         VALUE 'V'.
              88 PR-LIQUIDADO       VALUE 'L'.

 C0004* Mismo layout que en ABRIR-PRESTAMO.
       FD  CUADRO-FILE.
       01  CUADRO-RECORD.
           05 CA-CLAVE.
              10 CA-PRESTAMO-ID     PIC 9(6).
              10 CA-NUM-CUOTA       PIC 9(3).
           05 CA-CUENTA-NUM         PIC 9(10).
           05 CA-FECHA-VENCE        PIC 9(8).
           05 CA-CUOTA              PIC 9(8)V99.
           05 CA-INTERES            PIC 9(8)V99.
           05 CA-CAPITAL            PIC 9(8)V99.
           05 CA-CAPITAL-PENDIENTE  PIC 9(8)V99.
           05 CA-ESTADO             PIC X(1).
              88 CA-PENDIENTE       VALUE 'P'.
              88 CA-COBRADA         VALUE 'C'.
              88 CA-EN-MORA         VALUE 'M'.
           05 CA-FECHA-COBRO        PIC 9(8).

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

       FD  POSICION-RPT.
       01  POSICION-RECORD-OUT  PIC X(100).
              88 END-OF-CLIENTES  VALUE 'S'.
           05 WS-DIV-HALLADA      PIC X VALUE 'N'.
              88 DIV-HALLADA      VALUE 'S'.
           05 WS-PRESTAMOS-STATUS PIC XX.
           05 WS-CUADRO-STATUS    PIC XX.
           05 WS-PRESTAMOS-EOF    PIC X VALUE 'N'.
              88 END-OF-PRESTAMOS VALUE 'S'.
           05 WS-CUADRO-EOF       PIC X VALUE 'N'.
              88 END-OF-CUADRO    VALUE 'S'.
      *    Sin PRESTAMOS.DAT (ningun prestamo dado de alta) la
      *    posicion sale solo con las cuentas.
           05 WS-CARTERA-FLAG     PIC X VALUE 'N'.
              88 HAY-CARTERA      VALUE 'S'.
 C0006*    Sin TITULARES.DAT solo cuenta el titular principal.
           05 WS-TITULARES-STATUS PIC XX.
           05 WS-TITULARES-FLAG   PIC X VALUE 'N'.
              88 HAY-TITULARES    VALUE 'S'.
           05 WS-INTERVIENE-FLAG  PIC X VALUE 'N'.
              88 CLIENTE-INTERVIENE VALUE 'S'.

       01  WS-CONSULTA.
 C0002*    Con VALUE: en modo desatendido sin clave CLIENTE el listado
              10 WS-POS-DIVISA  PIC X(3).
              10 WS-POS-SALDO   PIC S9(10)V99.
              10 WS-POS-CUENTAS PIC 9(4).
 C0004*       Capital pendiente de los prestamos vigentes.
              10 WS-POS-DEUDA   PIC 9(10)V99.

       01  WS-CONTADORES.
           05 WS-CLIENTES-LISTADOS  PIC 9(5) VALUE ZERO.
           05 WS-CUENTAS-CLIENTE    PIC 9(4) VALUE ZERO.
           05 WS-PRESTAMOS-CLIENTE  PIC 9(4) VALUE ZERO.

 C0004* Proxima cuota sin cobrar y cuotas en mora del prestamo en curso.
       01  WS-PROXIMA-CUOTA.
           05 WS-PROX-NUM          PIC 9(3) VALUE ZERO.
           05 WS-PROX-FECHA        PIC 9(8) VALUE ZERO.
           05 WS-PROX-IMPORTE      PIC 9(8)V99 VALUE ZERO.
           05 WS-PROX-MORAS        PIC 9(3) VALUE ZERO.

 C0006*  Rol del cliente en la cuenta listada y fecha del dia para la
      *  vigencia de las relaciones.
       01  WS-ROL-TXT           PIC X(10).
       01  WS-FECHA-HOY         PIC 9(8).

       01  WS-LINEA-RPT         PIC X(100).
       01  WS-CAMPO-NUM-EDIT    PIC -(9)9.99.
       01  WS-CAMPO-NUM-EDIT2   PIC -(9)9.99.

       PROCEDURE DIVISION.
           PERFORM 000-INICIO-SIST
               DISPLAY '*** ERROR AL ABRIR CLIENTES.DAT ***'
               DISPLAY 'FILE STATUS: ' WS-CLIENTES-STATUS
           END-IF
 C0004*    Los prestamos son opcionales: sin fichero no hay deuda.
           OPEN INPUT PRESTAMOS-FILE
           OPEN INPUT CUADRO-FILE
           IF WS-PRESTAMOS-STATUS = '00' AND WS-CUADRO-STATUS = '00'
               MOVE 'S' TO WS-CARTERA-FLAG
           END-IF
 C0006*    Los titulares tambien son opcionales.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           OPEN INPUT TITULARES-FILE
           IF WS-TITULARES-STATUS = '00'
               MOVE 'S' TO WS-TITULARES-FLAG
           END-IF
           OPEN OUTPUT POSICION-RPT.

 C0002*  Lee PARAMETROS-EJECUCION.DAT si existe; solo interesan los
                 AT END
                    MOVE 'S' TO WS-MASTER-EOF
                 NOT AT END
                    PERFORM 305-BUSCAR-INTERVENCION
                    IF CLIENTE-INTERVIENE
                       PERFORM 310-LISTAR-CUENTA-DEL-CLIENTE
                    END-IF
              END-READ
           END-PERFORM
           IF HAY-CARTERA
               PERFORM 330-LISTAR-PRESTAMOS-DEL-CLIENTE
           END-IF
           PERFORM 320-ESCRIBIR-TOTALES-POR-DIVISA.

 C0006*  El cliente interviene en la cuenta leida si es su titular
      *  principal o si tiene en TITULARES.DAT una relacion vigente hoy
      *  (alta no posterior, baja cero o posterior).
       305-BUSCAR-INTERVENCION.
           MOVE 'N' TO WS-INTERVIENE-FLAG
           IF MR-CLIENTE-ID = WS-CLIENTE-CONSULTA
               MOVE 'S' TO WS-INTERVIENE-FLAG
               MOVE 'TITULAR' TO WS-ROL-TXT
           ELSE
               IF HAY-TITULARES
                   MOVE MR-CUENTA-NUM       TO TI-CUENTA-NUM
                   MOVE WS-CLIENTE-CONSULTA TO TI-CLIENTE-ID
                   READ TITULARES-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 307-EVALUAR-RELACION
                   END-READ
               END-IF
           END-IF.

       307-EVALUAR-RELACION.
           IF TI-FECHA-ALTA NOT > WS-FECHA-HOY
              AND (TI-FECHA-BAJA = ZERO
                   OR TI-FECHA-BAJA > WS-FECHA-HOY)
               MOVE 'S' TO WS-INTERVIENE-FLAG
               EVALUATE TRUE
                   WHEN TI-ROL-TITULAR
                       MOVE 'TITULAR' TO WS-ROL-TXT
                   WHEN TI-ROL-COTITULAR
                       MOVE 'COTITULAR' TO WS-ROL-TXT
                   WHEN OTHER
                       MOVE 'AUTORIZADO' TO WS-ROL-TXT
               END-EVALUATE
           END-IF.

       310-LISTAR-CUENTA-DEL-CLIENTE.
           ADD 1 TO WS-CUENTAS-CLIENTE
           MOVE MR-BALANCE TO WS-CAMPO-NUM-EDIT
           MOVE SPACES TO WS-LINEA-RPT
           STRING '  CUENTA ' MR-CUENTA-NUM ' ' MR-DIVISA
                  ' ESTADO ' MR-ESTADO '  SALDO ' WS-CAMPO-NUM-EDIT
 C0006*           Rol del cliente en la cuenta.
                  '  ' WS-ROL-TXT
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE POSICION-RECORD-OUT FROM WS-LINEA-RPT
                 MOVE MR-DIVISA  TO WS-POS-DIVISA(WS-POS-TOTAL)
                 MOVE MR-BALANCE TO WS-POS-SALDO(WS-POS-TOTAL)
                 MOVE 1          TO WS-POS-CUENTAS(WS-POS-TOTAL)
                 MOVE ZERO       TO WS-POS-DEUDA(WS-POS-TOTAL)
              END-IF
           END-IF.

                 DELIMITED BY SIZE INTO WS-LINEA-RPT
              END-STRING
              WRITE POSICION-RECORD-OUT FROM WS-LINEA-RPT
              IF WS-POS-DEUDA(WS-POS-IDX) > ZERO
                 MOVE WS-POS-DEUDA(WS-POS-IDX) TO WS-CAMPO-NUM-EDIT
                 MOVE SPACES TO WS-LINEA-RPT
                 STRING '  DEUDA PRESTAMOS ' WS-POS-DIVISA(WS-POS-IDX)
                        ': ' WS-CAMPO-NUM-EDIT ' PENDIENTE'
                    DELIMITED BY SIZE INTO WS-LINEA-RPT
                 END-STRING
                 WRITE POSICION-RECORD-OUT FROM WS-LINEA-RPT
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-LINEA-RPT
           STRING '------------------------------------------------'
           END-STRING
           WRITE POSICION-RECORD-OUT FROM WS-LINEA-RPT.

 C0004*  Prestamos vigentes del cliente: el maestro de prestamos se
      *  recorre entero filtrando por PR-CLIENTE-ID (como el de
      *  cuentas) y de cada uno se busca en el cuadro la primera cuota
      *  sin cobrar.
       330-LISTAR-PRESTAMOS-DEL-CLIENTE.
           MOVE ZERO TO WS-PRESTAMOS-CLIENTE
           MOVE ZERO TO PR-PRESTAMO-ID
           MOVE 'N' TO WS-PRESTAMOS-EOF
           START PRESTAMOS-FILE KEY IS NOT LESS THAN PR-PRESTAMO-ID
              INVALID KEY
                 MOVE 'S' TO WS-PRESTAMOS-EOF
           END-START
           PERFORM UNTIL END-OF-PRESTAMOS
              READ PRESTAMOS-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-PRESTAMOS-EOF
                 NOT AT END
                    IF PR-CLIENTE-ID = WS-CLIENTE-CONSULTA
                       AND PR-VIGENTE
                       PERFORM 340-LISTAR-PRESTAMO
                    END-IF
              END-READ
           END-PERFORM.

       340-LISTAR-PRESTAMO.
           ADD 1 TO WS-PRESTAMOS-CLIENTE
           PERFORM 350-BUSCAR-PROXIMA-CUOTA
           MOVE PR-CAPITAL-PENDIENTE TO WS-CAMPO-NUM-EDIT
           MOVE SPACES TO WS-LINEA-RPT
           STRING '  PRESTAMO ' PR-PRESTAMO-ID ' CTA ' PR-CUENTA-NUM
                  ' ' PR-DIVISA '  PENDIENTE ' WS-CAMPO-NUM-EDIT
                  '  CUOTAS ' PR-CUOTAS-PAGADAS '/' PR-PLAZO-MESES
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE POSICION-RECORD-OUT FROM WS-LINEA-RPT
           IF WS-PROX-NUM > ZERO
              MOVE WS-PROX-IMPORTE TO WS-CAMPO-NUM-EDIT2
              MOVE SPACES TO WS-LINEA-RPT
              STRING '    PROXIMA CUOTA ' WS-PROX-NUM
                     ' VENCE ' WS-PROX-FECHA
                     '  IMPORTE ' WS-CAMPO-NUM-EDIT2
                     '  EN MORA: ' WS-PROX-MORAS
                 DELIMITED BY SIZE INTO WS-LINEA-RPT
              END-STRING
              WRITE POSICION-RECORD-OUT FROM WS-LINEA-RPT
           END-IF

           MOVE 'N' TO WS-DIV-HALLADA
           PERFORM VARYING WS-POS-IDX FROM 1 BY 1
              UNTIL WS-POS-IDX > WS-POS-TOTAL OR DIV-HALLADA
              IF WS-POS-DIVISA(WS-POS-IDX) = PR-DIVISA
                 MOVE 'S' TO WS-DIV-HALLADA
                 ADD PR-CAPITAL-PENDIENTE TO WS-POS-DEUDA(WS-POS-IDX)
              END-IF
           END-PERFORM
           IF NOT DIV-HALLADA
              IF WS-POS-TOTAL < WS-POS-MAX
                 ADD 1 TO WS-POS-TOTAL
                 MOVE PR-DIVISA  TO WS-POS-DIVISA(WS-POS-TOTAL)
                 MOVE ZERO       TO WS-POS-SALDO(WS-POS-TOTAL)
                 MOVE ZERO       TO WS-POS-CUENTAS(WS-POS-TOTAL)
                 MOVE PR-CAPITAL-PENDIENTE
                                 TO WS-POS-DEUDA(WS-POS-TOTAL)
              END-IF
           END-IF.

      *  Recorre el cuadro del prestamo: la primera cuota no cobrada
      *  es la proxima; las 'M' se cuentan como mora.
       350-BUSCAR-PROXIMA-CUOTA.
           MOVE ZERO TO WS-PROX-NUM
           MOVE ZERO TO WS-PROX-FECHA
           MOVE ZERO TO WS-PROX-IMPORTE
           MOVE ZERO TO WS-PROX-MORAS
           MOVE PR-PRESTAMO-ID TO CA-PRESTAMO-ID
           MOVE ZERO TO CA-NUM-CUOTA
           MOVE 'N' TO WS-CUADRO-EOF
           START CUADRO-FILE KEY IS NOT LESS THAN CA-CLAVE
              INVALID KEY
                 MOVE 'S' TO WS-CUADRO-EOF
           END-START
           PERFORM UNTIL END-OF-CUADRO
              READ CUADRO-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-CUADRO-EOF
                 NOT AT END
                    IF CA-PRESTAMO-ID NOT = PR-PRESTAMO-ID
                       MOVE 'S' TO WS-CUADRO-EOF
                    ELSE
                       IF CA-EN-MORA
                          ADD 1 TO WS-PROX-MORAS
                       END-IF
                       IF NOT CA-COBRADA AND WS-PROX-NUM = ZERO
                          MOVE CA-NUM-CUOTA   TO WS-PROX-NUM
                          MOVE CA-FECHA-VENCE TO WS-PROX-FECHA
                          MOVE CA-CUOTA       TO WS-PROX-IMPORTE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       900-FINALIZAR-SIST.
           CLOSE MASTER-FILE, CLIENTES-FILE, POSICION-RPT
           IF HAY-CARTERA
               CLOSE PRESTAMOS-FILE, CUADRO-FILE
           END-IF
           IF HAY-TITULARES
               CLOSE TITULARES-FILE
           END-IF
           DISPLAY '--- POSICION POR CLIENTE FINALIZADA ---'
           DISPLAY WS-CLIENTES-LISTADOS ' CLIENTES LISTADOS.'.
