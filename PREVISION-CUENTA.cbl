       PROGRAM-ID. PREVISION-CUENTA.
      * PROPOSITO: Informe de prevision de movimientos comprometidos
      * por cuenta, a N dias vista desde la fecha de negocio. Combina
      * las fuentes que hoy se miran a mano: PENDIENTES.DAT
      * (transacciones con fecha valor que maduraran),
      * ORDENES-PERMANENTES.DAT (proximos vencimientos, simulados con
      * la misma aritmetica de fechas que GENERAR-ORDENES) y
      * RETENCIONES.DAT (retenciones que vencen y liberan disponible),
      * mas las cuotas de prestamos de CUADRO-AMORTIZACION.DAT.
      * Emite PREVISION.RPT con una linea por evento (fecha, concepto
      * e importe) y el saldo proyectado dia a dia partiendo de
      * MR-BALANCE; para una cuenta suelta a peticion o en tirada
      *                       propio PREVISION.RPT (un informe
      *                       incompleto es peor que ninguno).
      *
      *C0003 --> Fecha: 15/10/2026
      *          Descripción: Cuarta fuente: las cuotas de prestamos del
      *                       cuadro de amortizacion (ver
      *                       ABRIR-PRESTAMO) que vencen dentro del
      *                       horizonte, como cargo en la cuenta
      *                       vinculada. Las cuotas en mora (ver
      *                       COBRO-CUOTAS) se reintentan cada dia, asi
      *                       que se proyectan al dia siguiente a la
      *                       fecha de negocio. Sin
      *                       CUADRO-AMORTIZACION.DAT la fuente no
      *                       aporta nada.
      *
      *-----------------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETENCIONES-STATUS.

 C0003*  Cuadro de amortizacion de los prestamos (ver ABRIR-PRESTAMO).
           SELECT CUADRO-FILE  ASSIGN TO 'CUADRO-AMORTIZACION.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CA-CLAVE
               FILE STATUS IS WS-CUADRO-STATUS.

 C0002*  Eventos comprometidos por cuenta, fecha y secuencia; DYNAMIC
      *  para grabar en la recogida y leer por clave al proyectar.
      *  Derivado y desechable: se reconstruye vacio en cada arranque.
           05 RE-ESTADO        PIC X(1).
              88 RE-ACTIVA     VALUE 'A'.

 C0003* Mismo layout que en ABRIR-PRESTAMO.
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

 C0002* Un evento comprometido por registro: fecha, concepto, importe
      * con signo sobre el saldo contable y marca de si lo mueve
      * ('N' = solo disponible, caso de las retenciones). La
              88 END-OF-ORDENES      VALUE 'S'.
           05 WS-RETENCIONES-EOF     PIC X VALUE 'N'.
              88 END-OF-RETENCIONES  VALUE 'S'.
           05 WS-CUADRO-STATUS       PIC XX.
           05 WS-CUADRO-EOF          PIC X VALUE 'N'.
              88 END-OF-CUADRO       VALUE 'S'.

       01  WS-CONSULTA.
           05 WS-CUENTA-CONSULTA  PIC 9(10) VALUE ZERO.

       01  WS-HORIZONTE.
           05 WS-FECHA-LIMITE   PIC 9(8) VALUE ZERO.
 C0003*    Dia siguiente a la fecha de negocio: reintento de la mora.
           05 WS-FECHA-MANANA   PIC 9(8) VALUE ZERO.
           05 WS-ENTERO-TRABAJO PIC 9(8) VALUE ZERO.

 C0002*  Los eventos viven en EVENTOS-TRABAJO.DAT; aqui solo el
              + WS-DIAS-VISTA
           COMPUTE WS-FECHA-LIMITE =
              FUNCTION DATE-OF-INTEGER(WS-ENTERO-TRABAJO)
           COMPUTE WS-ENTERO-TRABAJO =
              FUNCTION INTEGER-OF-DATE(WS-FECHA-YYYYMMDD) + 1
           COMPUTE WS-FECHA-MANANA =
              FUNCTION DATE-OF-INTEGER(WS-ENTERO-TRABAJO)
           OPEN INPUT MASTER-FILE
           OPEN OUTPUT PREVISION-RPT
           MOVE SPACES TO WS-LINEA-RPT
               PERFORM 100-RECOGER-PENDIENTES
               PERFORM 200-RECOGER-ORDENES
               PERFORM 300-RECOGER-RETENCIONES
               PERFORM 330-RECOGER-CUOTAS-PRESTAMO
           END-IF.

      *  Fuente 1: transacciones con fecha valor que maduraran dentro
              CLOSE RETENCIONES-FILE
           END-IF.

 C0003*  Fuente 4: cuotas de prestamos pendientes que vencen dentro
      *  del horizonte. Las que estan en mora se reintentan cada dia
      *  (ver COBRO-CUOTAS): se proyectan al dia siguiente.
       330-RECOGER-CUOTAS-PRESTAMO.
           OPEN INPUT CUADRO-FILE
           IF WS-CUADRO-STATUS NOT = '00'
              CONTINUE
           ELSE
              PERFORM UNTIL END-OF-CUADRO
                 READ CUADRO-FILE
                    AT END
                       MOVE 'S' TO WS-CUADRO-EOF
                    NOT AT END
                       PERFORM 340-ANOTAR-EVENTO-CUOTA
                 END-READ
              END-PERFORM
              CLOSE CUADRO-FILE
           END-IF.

       340-ANOTAR-EVENTO-CUOTA.
           EVALUATE TRUE
               WHEN CA-PENDIENTE
                    AND CA-FECHA-VENCE > WS-FECHA-YYYYMMDD
                    AND CA-FECHA-VENCE <= WS-FECHA-LIMITE
                   MOVE CA-CUENTA-NUM  TO WS-EVT-CUENTA
                   MOVE CA-FECHA-VENCE TO WS-EVT-FECHA
                   MOVE SPACES TO WS-EVT-CONCEPTO
                   STRING 'CUOTA PREST. ' CA-PRESTAMO-ID
                      DELIMITED BY SIZE INTO WS-EVT-CONCEPTO
                   END-STRING
                   COMPUTE WS-EVT-IMPORTE = ZERO - CA-CUOTA
                   MOVE 'S' TO WS-EVT-SALDO
                   PERFORM 350-ANOTAR-EVENTO
               WHEN CA-EN-MORA
                   MOVE CA-CUENTA-NUM   TO WS-EVT-CUENTA
                   MOVE WS-FECHA-MANANA TO WS-EVT-FECHA
                   MOVE SPACES TO WS-EVT-CONCEPTO
                   STRING 'CUOTA MORA ' CA-PRESTAMO-ID
                      DELIMITED BY SIZE INTO WS-EVT-CONCEPTO
                   END-STRING
                   COMPUTE WS-EVT-IMPORTE = ZERO - CA-CUOTA
                   MOVE 'S' TO WS-EVT-SALDO
                   PERFORM 350-ANOTAR-EVENTO
           END-EVALUATE.

       350-ANOTAR-EVENTO.
      *    En consulta de una sola cuenta, los eventos ajenos no se
      *    guardan: el fichero rinde para toda la oficina.
