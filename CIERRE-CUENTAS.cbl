      *                       sobre una 'I' ya se rechazaba como
      *                       cuenta no ACTIVA.
      *
      *C0010 --> Fecha: 15/10/2026
      *          Descripción: Referencia unica, sentido y contrapartida
      *                       en las dos patas del cierre (ver C0034 de
      *                       BANK-TRANS-PROCESSOR): el cargo de la
      *                       cuenta cerrada lleva sentido D y como
      *                       contrapartida la cuenta de liquidacion; el
      *                       abono en la liquidacion, sentido H y la
      *                       cuenta cerrada. La referencia sale de
      *                       CONTADOR-REFERENCIAS.DAT y se imprime en
      *                       el extracto final de la cuenta.
      *
      *C0011 --> Fecha: 15/10/2026
      *          Descripción: Cuentas compartidas (TITULARES.DAT, ver
      *                       C0015 de NUEVA-CUENTA): si algun titular o
      *                       cotitular vigente tiene firma conjunta, el
      *                       cierre exige la firma del titular
      *                       principal y de todos los titulares y
      *                       cotitulares vigentes a la fecha de
      *                       negocio. Las firmas recogidas se informan
      *                       en FIRMAS-CIERRE.DAT (cuenta y cliente,
      *                       una linea por firma). Si falta alguna, la
      *                       solicitud se rechaza indicando el cliente
      *                       que no ha firmado. Los autorizados no
      *                       firman el cierre.
      *
      *C0012 --> Fecha: 15/10/2026
      *          Descripción: Ordenes de embargo (EMBARGOS.DAT, ver
      *                       MANTENER-EMBARGOS): una cuenta citada por
      *                       una orden activa, o de un cliente
      *                       embargado por una orden activa, no se
      *                       cierra; se rechaza como actividad
      *                       pendiente. Sin EMBARGOS.DAT no hay
      *                       ninguna.
      *
      *-----------------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

 C0010*  Ultima referencia de movimiento asignada; compartido por
      *  todos los programas que graban en TRANS-HISTORY.DAT.
           SELECT CONTADOR-REF-FILE
               ASSIGN TO 'CONTADOR-REFERENCIAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTADOR-REF-STATUS.

           SELECT PENDIENTES-FILE  ASSIGN TO 'PENDIENTES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDIENTES-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETENCIONES-STATUS.

 C0011*  Intervinientes de la cuenta (ver NUEVA-CUENTA, modo 6);
      *  opcional.
           SELECT TITULARES-FILE  ASSIGN TO 'TITULARES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TI-CLAVE
               FILE STATUS IS WS-TITULARES-STATUS.

 C0012*  Ordenes de embargo (ver MANTENER-EMBARGOS); opcional.
           SELECT EMBARGOS-FILE  ASSIGN TO 'EMBARGOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EM-ORDEN-ID
               FILE STATUS IS WS-EMBARGOS-STATUS.

 C0011*  Firmas recogidas para las solicitudes de cierre del dia.
           SELECT FIRMAS-IN  ASSIGN TO 'FIRMAS-CIERRE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIRMAS-STATUS.

           SELECT CERRADAS-OUT  ASSIGN TO 'CUENTAS-CERRADAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERRADAS-STATUS.
           05 HR-FECHA           PIC 9(8).
           05 HR-DIVISA          PIC X(3).
           05 HR-TASA-APLICADA   PIC 9(4)V9(6).
 C0010*    Referencia unica del movimiento (CONTADOR-REFERENCIAS.DAT),
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

 C0010* Mismo layout que en BANK-TRANS-PROCESSOR (su C0034).
       FD  CONTADOR-REF-FILE.
       01  CONTADOR-REF-RECORD.
           05 CR-ULTIMA-REFERENCIA  PIC 9(12).

      * Mismo layout que PENDIENTE-RECORD en BANK-TRANS-PROCESSOR.
       FD  PENDIENTES-FILE.
           05 RE-ESTADO        PIC X(1).
              88 RE-ACTIVA     VALUE 'A'.

 C0012* Mismo layout que en MANTENER-EMBARGOS.
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

 C0011* Mismo layout que en NUEVA-CUENTA (modo 6).
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

 C0011* Una linea por cada firma recogida: cuenta y cliente firmante.
       FD  FIRMAS-IN.
       01  FIRMA-RECORD-IN.
           05 FC-CUENTA-NUM   PIC 9(10).
           05 FC-CLIENTE-ID   PIC 9(8).

      * Registro archivado: el maestro tal como quedo al cierre (saldo
      * cero, estado 'C') mas la fecha de cierre.
       FD  CERRADAS-OUT.
           05 WS-MASTER-STATUS       PIC XX.
           05 WS-SOLICITUDES-STATUS  PIC XX.
           05 WS-HISTORY-STATUS      PIC XX.
 C0010*    Estado del contador de referencias del historico.
           05 WS-CONTADOR-REF-STATUS PIC XX.
           05 WS-PENDIENTES-STATUS   PIC XX.
           05 WS-ORDENES-STATUS      PIC XX.
           05 WS-RETENCIONES-STATUS  PIC XX.
 C0012*    Estado de las ordenes de embargo.
           05 WS-EMBARGOS-STATUS     PIC XX.
           05 WS-CERRADAS-STATUS     PIC XX.
           05 WS-SOLICITUDES-EOF     PIC X VALUE 'N'.
              88 END-OF-SOLICITUDES  VALUE 'S'.
              88 END-OF-CHECKPOINT   VALUE 'S'.
           05 WS-ABORTO-FLAG         PIC X VALUE 'N'.
              88 ABORTO-POR-REANUDACION  VALUE 'S'.
 C0011*    Intervinientes y firmas del cierre.
           05 WS-TITULARES-STATUS    PIC XX.
           05 WS-FIRMAS-STATUS       PIC XX.
           05 WS-TITULARES-FLAG      PIC X VALUE 'N'.
              88 HAY-TITULARES       VALUE 'S'.
           05 WS-TITULARES-EOF       PIC X VALUE 'N'.
              88 END-OF-TITULARES    VALUE 'S'.

 C0006*  Ultimo punto de reanudacion ('S') y, si el corte pillo una
      *  liquidacion a mitad, los datos de la solicitud en vuelo.
           05 WS-OCU-BUSCADA  PIC 9(10) VALUE ZERO.
           05 WS-OCU-TABLA OCCURS 2000 TIMES.
              10 WS-OCU-CUENTA  PIC 9(10).
 C0012*    Clientes embargados por una orden activa: ninguna de sus
      *    cuentas se cierra.
           05 WS-EMB-TOTAL  PIC 9(4) VALUE ZERO.
           05 WS-EMB-IDX    PIC 9(4) VALUE ZERO.
           05 WS-EMB-MAX    PIC 9(4) VALUE 500.
           05 WS-EMB-TABLA OCCURS 500 TIMES.
              10 WS-EMB-CLIENTE  PIC 9(8).
           05 WS-EMB-CTA-IDX  PIC 9(1) VALUE ZERO.

 C0011*  Firmas recogidas (FIRMAS-CIERRE.DAT) y resultado de la
      *  comprobacion de la solicitud en curso: si la cuenta exige
      *  firma conjunta y el primer firmante que falta.
       01  WS-FIRMAS-AREAS.
           05 WS-FIR-TOTAL  PIC 9(4) VALUE ZERO.
           05 WS-FIR-IDX    PIC 9(4) VALUE ZERO.
           05 WS-FIR-MAX    PIC 9(4) VALUE 2000.
           05 WS-FIR-HALLADA  PIC X VALUE 'N'.
              88 FIR-HALLADA  VALUE 'S'.
           05 WS-FIR-CLIENTE  PIC 9(8) VALUE ZERO.
           05 WS-FIR-CONJUNTA-FLAG  PIC X VALUE 'N'.
              88 FIRMA-CONJUNTA-EXIGIDA  VALUE 'S'.
           05 WS-FIR-FALTA-CLIENTE  PIC 9(8) VALUE ZERO.
           05 WS-FIR-ESTADO-FLAG    PIC X VALUE 'N'.
              88 FIRMAS-INCOMPLETAS  VALUE 'S'.
           05 WS-FIR-TABLA OCCURS 2000 TIMES.
              10 WS-FIR-CUENTA-TAB   PIC 9(10).
              10 WS-FIR-CLIENTE-TAB  PIC 9(8).

      * Datos de la solicitud en curso.
       01  WS-CIERRE-AREAS.
       01  WS-LINEA-RPT         PIC X(80).
       01  WS-CAMPO-NUM-EDIT    PIC -(7)9.99.

 C0010*  Ultima referencia de historico asignada (ver 022).
       01  WS-ULTIMA-REFERENCIA  PIC 9(12) VALUE ZERO.

       PROCEDURE DIVISION.
 C0003*    Sin fecha de negocio el cierre no corre.
           PERFORM 003-LEER-FECHA-NEGOCIO
           ELSE
               OPEN I-O MASTER-FILE
               PERFORM 010-CARGAR-CUENTAS-OCUPADAS
 C0011*        Firmas del dia e intervinientes de las cuentas.
               PERFORM 012-CARGAR-FIRMAS
               OPEN INPUT TITULARES-FILE
               IF WS-TITULARES-STATUS = '00'
                   MOVE 'S' TO WS-TITULARES-FLAG
               END-IF
               PERFORM 020-ABRIR-CERRADAS
               PERFORM 021-LEER-CONTADOR-REFERENCIAS
               PERFORM 030-LEER-CHECKPOINT
               PERFORM 025-ABRIR-INFORME-SEGUN-MODO
               PERFORM 048-RECUPERAR-LIQUIDACION-CORTADA
                 END-READ
              END-PERFORM
              CLOSE RETENCIONES-FILE
           END-IF
 C0012*    Y las ordenes de embargo activas.
           MOVE 'N' TO WS-AUX-EOF
           OPEN INPUT EMBARGOS-FILE
           IF WS-EMBARGOS-STATUS = '00'
              PERFORM UNTIL END-OF-AUX
                 READ EMBARGOS-FILE
                    AT END
                       MOVE 'S' TO WS-AUX-EOF
                    NOT AT END
                       IF EM-ACTIVA
                          PERFORM 017-ANOTAR-EMBARGO-ACTIVO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EMBARGOS-FILE
           END-IF.

       015-ANOTAR-CUENTA-OCUPADA-PD.
           MOVE OP-CUENTA-DESTINO TO WS-OCU-BUSCADA
           PERFORM 019-ANOTAR-CUENTA-OCUPADA.

 C0012*  Cuentas citadas por la orden a la tabla de ocupadas; el
      *  cliente embargado, a la suya.
       017-ANOTAR-EMBARGO-ACTIVO.
           PERFORM VARYING WS-EMB-CTA-IDX FROM 1 BY 1
              UNTIL WS-EMB-CTA-IDX > 5
              IF EM-CUENTA-NUM(WS-EMB-CTA-IDX) NOT = ZERO
                 MOVE EM-CUENTA-NUM(WS-EMB-CTA-IDX) TO WS-OCU-BUSCADA
                 PERFORM 019-ANOTAR-CUENTA-OCUPADA
              END-IF
           END-PERFORM
           IF EM-CLIENTE-ID NOT = ZERO
              IF WS-EMB-TOTAL < WS-EMB-MAX
                 ADD 1 TO WS-EMB-TOTAL
                 MOVE EM-CLIENTE-ID TO WS-EMB-CLIENTE(WS-EMB-TOTAL)
              ELSE
                 DISPLAY '*** TABLA DE CLIENTES EMBARGADOS LLENA ***'
              END-IF
           END-IF.

       018-ANOTAR-CUENTA-OCUPADA-RE.
           MOVE RE-CUENTA-NUM TO WS-OCU-BUSCADA
           PERFORM 019-ANOTAR-CUENTA-OCUPADA.
              END-IF
           END-IF.

 C0011*  Tabla de firmas recogidas; sin fichero no hay ninguna y las
      *  cuentas de firma conjunta no se pueden cerrar.
       012-CARGAR-FIRMAS.
           MOVE 'N' TO WS-AUX-EOF
           OPEN INPUT FIRMAS-IN
           IF WS-FIRMAS-STATUS = '00'
              PERFORM UNTIL END-OF-AUX
                 READ FIRMAS-IN
                    AT END
                       MOVE 'S' TO WS-AUX-EOF
                    NOT AT END
                       PERFORM 013-ANOTAR-FIRMA
                 END-READ
              END-PERFORM
              CLOSE FIRMAS-IN
           END-IF.

       013-ANOTAR-FIRMA.
           IF WS-FIR-TOTAL < WS-FIR-MAX
              ADD 1 TO WS-FIR-TOTAL
              MOVE FC-CUENTA-NUM TO WS-FIR-CUENTA-TAB(WS-FIR-TOTAL)
              MOVE FC-CLIENTE-ID TO WS-FIR-CLIENTE-TAB(WS-FIR-TOTAL)
           ELSE
              DISPLAY '*** TABLA DE FIRMAS DE CIERRE LLENA ***'
           END-IF.

       020-ABRIR-CERRADAS.
      *    Misma tecnica de apertura que el historico: el archivo de
      *    cerradas crece de cierre en cierre.
              OPEN OUTPUT CERRADAS-OUT
           END-IF.

 C0010*  Ultima referencia asignada por cualquier programa; sin
      *  fichero (primera ejecucion) se empieza en cero.
       021-LEER-CONTADOR-REFERENCIAS.
           MOVE ZERO TO WS-ULTIMA-REFERENCIA
           OPEN INPUT CONTADOR-REF-FILE
           IF WS-CONTADOR-REF-STATUS = '00'
              READ CONTADOR-REF-FILE
                 NOT AT END
                    IF CR-ULTIMA-REFERENCIA IS NUMERIC
                       MOVE CR-ULTIMA-REFERENCIA
                            TO WS-ULTIMA-REFERENCIA
                    END-IF
              END-READ
              CLOSE CONTADOR-REF-FILE
           END-IF.

 C0010*  Asigna la siguiente referencia a la linea de historico que se
      *  va a grabar y la deja grabada en el contador en el acto: un
      *  corte a mitad de ejecucion nunca repite referencias.
       022-ASIGNAR-REFERENCIA.
           ADD 1 TO WS-ULTIMA-REFERENCIA
           MOVE WS-ULTIMA-REFERENCIA TO HR-REFERENCIA
           OPEN OUTPUT CONTADOR-REF-FILE
           MOVE WS-ULTIMA-REFERENCIA TO CR-ULTIMA-REFERENCIA
           WRITE CONTADOR-REF-RECORD
           CLOSE CONTADOR-REF-FILE.

       100-PROCESAR-SOLICITUD.
           ADD 1 TO WS-SOLICITUDES-LEIDAS
           MOVE 'N' TO WS-CIERRE-OK
           MOVE MR-DIVISA  TO WS-CIE-DIVISA
           MOVE SC-CUENTA-NUM TO WS-OCU-BUSCADA
           PERFORM 210-BUSCAR-CUENTA-OCUPADA
 C0012*    Una cuenta de cliente embargado cuenta como ocupada.
           IF NOT OCU-HALLADA AND MR-CLIENTE-ID NOT = ZERO
               PERFORM 212-BUSCAR-CLIENTE-EMBARGADO
           END-IF
 C0011*    Firmas de todos los titulares si la cuenta es conjunta.
           PERFORM 220-VERIFICAR-FIRMAS
           EVALUATE TRUE
               WHEN OCU-HALLADA
                   PERFORM 491-RECHAZAR-ACTIVIDAD-PENDIENTE
               WHEN FIRMAS-INCOMPLETAS
                   PERFORM 495-RECHAZAR-FALTA-FIRMA
               WHEN WS-CIE-SALDO < ZERO
                   PERFORM 492-RECHAZAR-SALDO-NEGATIVO
               WHEN OTHER
              END-IF
           END-PERFORM.

 C0012*  Deja OCU-HALLADA si el titular de la cuenta leida esta
      *  embargado por una orden activa.
       212-BUSCAR-CLIENTE-EMBARGADO.
           PERFORM VARYING WS-EMB-IDX FROM 1 BY 1
              UNTIL WS-EMB-IDX > WS-EMB-TOTAL OR OCU-HALLADA
              IF WS-EMB-CLIENTE(WS-EMB-IDX) = MR-CLIENTE-ID
                 MOVE 'S' TO WS-OCU-HALLADA
              END-IF
           END-PERFORM.

 C0011*  Recorre los intervinientes de la cuenta. Deben firmar el
      *  titular principal (MR-CLIENTE-ID) y los titulares y
      *  cotitulares vigentes a la fecha de negocio, pero solo se exige
      *  si alguno de ellos tiene firma conjunta.
       220-VERIFICAR-FIRMAS.
           MOVE 'N'  TO WS-FIR-CONJUNTA-FLAG
           MOVE 'N'  TO WS-FIR-ESTADO-FLAG
           MOVE ZERO TO WS-FIR-FALTA-CLIENTE
           IF MR-CLIENTE-ID NOT = ZERO
               MOVE MR-CLIENTE-ID TO WS-FIR-CLIENTE
               PERFORM 228-BUSCAR-FIRMA
               IF NOT FIR-HALLADA
                   MOVE MR-CLIENTE-ID TO WS-FIR-FALTA-CLIENTE
               END-IF
           END-IF
           IF HAY-TITULARES
               MOVE 'N' TO WS-TITULARES-EOF
               MOVE SC-CUENTA-NUM TO TI-CUENTA-NUM
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
                        IF TI-CUENTA-NUM NOT = SC-CUENTA-NUM
                           MOVE 'S' TO WS-TITULARES-EOF
                        ELSE
                           PERFORM 225-EVALUAR-FIRMANTE
                        END-IF
                  END-READ
               END-PERFORM
           END-IF
           IF FIRMA-CONJUNTA-EXIGIDA
              AND WS-FIR-FALTA-CLIENTE NOT = ZERO
               MOVE 'S' TO WS-FIR-ESTADO-FLAG
           END-IF.

       225-EVALUAR-FIRMANTE.
           IF NOT TI-ROL-AUTORIZADO
              AND TI-FECHA-ALTA NOT > WS-FECHA-YYYYMMDD
              AND (TI-FECHA-BAJA = ZERO
                   OR TI-FECHA-BAJA > WS-FECHA-YYYYMMDD)
               IF TI-FIRMA-CONJUNTA
                   MOVE 'S' TO WS-FIR-CONJUNTA-FLAG
               END-IF
               IF WS-FIR-FALTA-CLIENTE = ZERO
                   MOVE TI-CLIENTE-ID TO WS-FIR-CLIENTE
                   PERFORM 228-BUSCAR-FIRMA
                   IF NOT FIR-HALLADA
                       MOVE TI-CLIENTE-ID TO WS-FIR-FALTA-CLIENTE
                   END-IF
               END-IF
           END-IF.

       228-BUSCAR-FIRMA.
           MOVE 'N' TO WS-FIR-HALLADA
           PERFORM VARYING WS-FIR-IDX FROM 1 BY 1
              UNTIL WS-FIR-IDX > WS-FIR-TOTAL OR FIR-HALLADA
              IF WS-FIR-CUENTA-TAB(WS-FIR-IDX) = SC-CUENTA-NUM
                 AND WS-FIR-CLIENTE-TAB(WS-FIR-IDX) = WS-FIR-CLIENTE
                 MOVE 'S' TO WS-FIR-HALLADA
              END-IF
           END-PERFORM.

       300-BARRER-Y-ARCHIVAR.
      *    Con saldo residual, el barrido exige una cuenta de
      *    liquidacion valida en la misma divisa; una cuenta ya a cero
           MOVE WS-FECHA-YYYYMMDD TO HR-FECHA
           MOVE WS-CIE-DIVISA     TO HR-DIVISA
           MOVE ZERO              TO HR-TASA-APLICADA
 C0010*    Contrapartida: la cuenta de liquidacion.
           PERFORM 022-ASIGNAR-REFERENCIA
           MOVE 'D'               TO HR-SIGNO
           MOVE SC-CUENTA-LIQUIDACION TO HR-CONTRA-CUENTA
           MOVE ZERO              TO HR-CONTRA-BANCO
           MOVE ZERO              TO HR-CONTRA-ID
           MOVE SPACES            TO HR-CONTRA-REF
           WRITE HISTORY-RECORD
           CLOSE HISTORY-FILE.

           MOVE WS-FECHA-YYYYMMDD     TO HR-FECHA
           MOVE WS-CIE-DIVISA         TO HR-DIVISA
           MOVE ZERO                  TO HR-TASA-APLICADA
 C0010*    Contrapartida: la cuenta que se cierra.
           PERFORM 022-ASIGNAR-REFERENCIA
           MOVE 'H'                   TO HR-SIGNO
           MOVE SC-CUENTA-NUM         TO HR-CONTRA-CUENTA
           MOVE ZERO                  TO HR-CONTRA-BANCO
           MOVE ZERO                  TO HR-CONTRA-ID
           MOVE SPACES                TO HR-CONTRA-REF
           WRITE HISTORY-RECORD
           CLOSE HISTORY-FILE.

           MOVE SPACES TO WS-LINEA-RPT
           STRING HR-FECHA '  ' HR-TIPO '  ' WS-CAMPO-NUM-EDIT
                  ' ' HR-DIVISA
 C0010*           Referencia del movimiento (blancos en lineas antiguas).
                  '  REF ' HR-REFERENCIA
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE CIERRE-RECORD-OUT FROM WS-LINEA-RPT.
           END-STRING
           WRITE CIERRE-RECORD-OUT FROM WS-LINEA-RPT.

 C0011*  Cuenta de firma conjunta sin la firma de todos sus titulares.
       495-RECHAZAR-FALTA-FIRMA.
           ADD 1 TO WS-CIERRES-RECHAZADOS
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'RECHAZADO: CUENTA ' SC-CUENTA-NUM
                  ' FIRMA CONJUNTA: FALTA CLIENTE '
                  WS-FIR-FALTA-CLIENTE
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE CIERRE-RECORD-OUT FROM WS-LINEA-RPT.

       900-FINALIZAR-SIST.
           IF WS-SOLICITUDES-STATUS = '00'
              OR WS-SOLICITUDES-STATUS = '10'
               END-IF
               CLOSE SOLICITUDES-IN, MASTER-FILE, CERRADAS-OUT,
                     CIERRE-RPT, CHECKPOINT-FILE
               IF HAY-TITULARES
                   CLOSE TITULARES-FILE
               END-IF
           END-IF
           DISPLAY '--- CIERRE DE CUENTAS FINALIZADO ---'
           DISPLAY WS-CUENTAS-CERRADAS ' CUENTAS CERRADAS.'.
