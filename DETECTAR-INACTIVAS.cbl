      *                       marcar nada queda solo para el error de
      *                       E/S real del fichero de trabajo.
      *
      *C0005 --> Fecha: 15/10/2026
      *          Descripción: Referencia, sentido y contrapartida del
      *                       movimiento en la copia del layout del
      *                       historico (ver C0034 de
      *                       BANK-TRANS-PROCESSOR); este programa no
      *                       los usa.
      *
      *C0006 --> Fecha: 15/10/2026
      *          Descripción: Layout de CLIENTES.DAT ampliado con los
      *                       datos de contacto y preferencias de aviso,
      *                       igual que en NUEVA-CUENTA.
      *
      *C0007 --> Fecha: 15/10/2026
      *          Descripción: Cuentas compartidas (TITULARES.DAT, ver
      *                       C0015 de NUEVA-CUENTA): una cuenta solo se
      *                       declara inactiva si ninguno de sus
      *                       titulares ha actuado en la ventana. Los
      *                       titulares son el titular principal
      *                       (MR-CLIENTE-ID) y los titulares y
      *                       cotitulares vigentes a la fecha de
      *                       negocio. Actuar es tener un movimiento
      *                       propio (D/R/T) en cualquier cuenta en la
      *                       que se es titular. La ultima actuacion de
      *                       cada cliente se guarda en el fichero de
      *                       trabajo ACTIVIDAD-TRABAJO.DAT (cliente ->
      *                       fecha), derivado y desechable como
      *                       ULTIMOS-TRABAJO.DAT. La cuenta salvada por
      *                       la actividad de un titular no se declara y
      *                       se cuenta en el resumen. La notificacion
      *                       se dirige tambien a cada cotitular
      *                       vigente.
      *
      *C0008 --> Fecha: 15/10/2026
      *          Descripción: Layout de CLIENTES.DAT ampliado con el
      *                       tipo, el pais de expedicion y la fecha de
      *                       caducidad del documento de identidad,
      *                       igual que en NUEVA-CUENTA; este programa
      *                       no los usa.
      *
      *C0009 --> Fecha: 15/10/2026
      *          Descripción: Referencia, sentido y contrapartida del
      *                       movimiento tambien en el layout de los
      *                       archivos mensuales (ver C0034 de
      *                       BANK-TRANS-PROCESSOR): ARCHIVAR-HISTORICO
      *                       los copia con el registro completo del
      *                       historico y con el layout corto se leian
      *                       desalineados. Este programa no los usa.
      *
      *-----------------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               RECORD KEY IS UT-CUENTA
               FILE STATUS IS WS-ULT-TRABAJO-STATUS.

 C0007*  Titulares de cada cuenta (ver NUEVA-CUENTA, modo 6); DYNAMIC
      *  para recorrer los de una cuenta con START en la cuenta.
           SELECT TITULARES-FILE  ASSIGN TO 'TITULARES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TI-CLAVE
               FILE STATUS IS WS-TITULARES-STATUS.

 C0007*  Ultima actuacion de cada cliente en cualquiera de sus cuentas;
      *  derivado y desechable, se reconstruye vacio en cada pasada.
           SELECT ACTIVIDAD-TRABAJO
               ASSIGN TO 'ACTIVIDAD-TRABAJO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-CLIENTE
               FILE STATUS IS WS-ACT-TRABAJO-STATUS.

           SELECT INACTIVAS-OUT  ASSIGN TO 'CUENTAS-INACTIVAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INACTIVAS-STATUS.
           05 CL-DOCUMENTO   PIC X(15).
           05 CL-DIRECCION   PIC X(40).
           05 CL-TELEFONO    PIC X(15).
 C0006*    Contacto y preferencias de aviso al cliente.
           05 CL-MOVIL              PIC X(15).
           05 CL-EMAIL              PIC X(50).
           05 CL-AVISO-SMS          PIC X(1).
              88 CL-QUIERE-SMS      VALUE 'S'.
           05 CL-AVISO-EMAIL        PIC X(1).
              88 CL-QUIERE-EMAIL    VALUE 'S'.
      *    Umbrales de aviso; cero = sin aviso.
           05 CL-UMBRAL-SALDO       PIC 9(8)V99.
           05 CL-UMBRAL-MOVIMIENTO  PIC 9(8)V99.
 C0008*    Documento de identidad: tipo, pais de expedicion y fecha
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
           05 HR-FECHA           PIC 9(8).
           05 HR-DIVISA          PIC X(3).
           05 HR-TASA-APLICADA   PIC 9(4)V9(6).
 C0005*    Referencia, sentido y contrapartida del movimiento (ver
      *    C0034 de BANK-TRANS-PROCESSOR); este programa no los usa.
           05 HR-REFERENCIA      PIC 9(12).
           05 HR-SIGNO           PIC X(1).
              88 HR-AL-DEBE      VALUE 'D'.
              88 HR-AL-HABER     VALUE 'H'.
           05 HR-CONTRA-CUENTA   PIC 9(10).
           05 HR-CONTRA-BANCO    PIC 9(4).
           05 HR-CONTRA-ID       PIC 9(6).
           05 HR-CONTRA-REF      PIC X(20).

      * Mismo layout, leido de los archivos mensuales (copia byte a
      * byte del registro del historico, ver ARCHIVAR-HISTORICO).
           05 AR-FECHA           PIC 9(8).
           05 AR-DIVISA          PIC X(3).
           05 AR-TASA-APLICADA   PIC 9(4)V9(6).
 C0009*    Referencia, sentido y contrapartida del movimiento (ver
      *    C0034 de BANK-TRANS-PROCESSOR); este programa no los usa.
           05 AR-REFERENCIA      PIC 9(12).
           05 AR-SIGNO           PIC X(1).
              88 AR-AL-DEBE      VALUE 'D'.
              88 AR-AL-HABER     VALUE 'H'.
           05 AR-CONTRA-CUENTA   PIC 9(10).
           05 AR-CONTRA-BANCO    PIC 9(4).
           05 AR-CONTRA-ID       PIC 9(6).
           05 AR-CONTRA-REF      PIC X(20).

 C0004* Ultimo movimiento del titular conocido y fecha de alta de una
      * cuenta (cero = sin dato).
           05 UT-FECHA   PIC 9(8).
           05 UT-ALTA    PIC 9(8).

 C0007* Mismo layout que en NUEVA-CUENTA (modo 6).
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

 C0007* Ultima actuacion conocida de un cliente (cero = ninguna).
       FD  ACTIVIDAD-TRABAJO.
       01  AC-REGISTRO.
           05 AC-CLIENTE  PIC 9(8).
           05 AC-FECHA    PIC 9(8).

 C0003* Mismo layout que AUDITORIA-RECORD en NUEVA-CUENTA.
       FD  AUDITORIA-FILE.
       01  AUDITORIA-RECORD.
      *    del C0002, ahora solo ante un error de E/S real).
           05 WS-ULT-ERROR-FLAG    PIC X VALUE 'N'.
              88 ULTIMOS-INACCESIBLES  VALUE 'S'.
 C0007*    Titulares: fichero opcional (sin el, solo cuenta el titular
      *    del maestro), fin de recorrido de una cuenta y relacion
      *    de titular vigente a la fecha de negocio.
           05 WS-TITULARES-STATUS  PIC XX.
           05 WS-TITULARES-FLAG    PIC X VALUE 'N'.
              88 HAY-TITULARES     VALUE 'S'.
           05 WS-TITULARES-EOF     PIC X VALUE 'N'.
              88 END-OF-TITULARES  VALUE 'S'.
           05 WS-TIT-VIGENTE-FLAG  PIC X VALUE 'N'.
              88 TITULAR-VIGENTE   VALUE 'S'.
           05 WS-ACT-TRABAJO-STATUS  PIC XX.

       01  WS-UMBRAL-MESES  PIC 9(3) VALUE ZERO.

           05 WS-ULT-TRABAJO-STATUS  PIC XX.
           05 WS-ULT-FECHA-CUENTA  PIC 9(8) VALUE ZERO.
           05 WS-ALTA-CUENTA       PIC 9(8) VALUE ZERO.
 C0007*    Ultima actuacion de cualquiera de los titulares de la
      *    cuenta en evaluacion, cuenta cuyos titulares se recorren y
      *    cliente que se anota o consulta.
           05 WS-ULT-FECHA-TITULARES  PIC 9(8) VALUE ZERO.
           05 WS-TIT-CUENTA        PIC 9(10) VALUE ZERO.
           05 WS-ACT-CLIENTE       PIC 9(8) VALUE ZERO.

      *  Area de paso del movimiento en evaluacion (historico vivo o
      *  archivo mensual).
           05 WS-CUENTAS-DECLARADAS  PIC 9(5) VALUE ZERO.
 C0003*    Cuentas sin rastro listadas para revision manual.
           05 WS-CUENTAS-EXCEPCION   PIC 9(5) VALUE ZERO.
 C0007*    Cuentas sin movimiento propio salvadas porque uno de sus
      *    titulares actuo en otra cuenta.
           05 WS-CUENTAS-SALVADAS    PIC 9(5) VALUE ZERO.
           05 WS-MOVS-VENTANA        PIC 9(8) VALUE ZERO.

       01  WS-FECHA-ACTUAL.
               PERFORM 200-BARRER-ARCHIVOS-MENSUALES
 C0003*        La pista de altas corrobora las cuentas sin movimiento.
               PERFORM 300-BARRER-AUDITORIA-ALTAS
 C0007*        Ultima actuacion de cada cliente, de las fechas por
      *        cuenta ya calculadas.
               PERFORM 350-ANOTAR-ACTIVIDAD-CLIENTES
           END-IF
           OPEN I-O MASTER-FILE
           OPEN INPUT CLIENTES-FILE
           OPEN I-O ULTIMOS-TRABAJO
           IF WS-ULT-TRABAJO-STATUS NOT = '00'
               MOVE 'S' TO WS-ULT-ERROR-FLAG
           END-IF
 C0007*    El de actuaciones por cliente sigue el mismo criterio.
           OPEN OUTPUT ACTIVIDAD-TRABAJO
           CLOSE ACTIVIDAD-TRABAJO
           OPEN I-O ACTIVIDAD-TRABAJO
           IF WS-ACT-TRABAJO-STATUS NOT = '00'
               MOVE 'S' TO WS-ULT-ERROR-FLAG
               MOVE WS-ACT-TRABAJO-STATUS TO WS-ULT-TRABAJO-STATUS
           END-IF
           OPEN INPUT TITULARES-FILE
           IF WS-TITULARES-STATUS = '00'
               MOVE 'S' TO WS-TITULARES-FLAG
           END-IF.

      *  La fecha de negocio retrocedida el umbral de meses; el dia se
                 END-IF
           END-READ.

 C0007*  Recorrido previo del maestro: la ultima fecha de movimiento de
      *  cada cuenta se anota a su titular principal y a cada titular o
      *  cotitular vigente; cada cliente queda con la mas reciente de
      *  todas sus cuentas.
       350-ANOTAR-ACTIVIDAD-CLIENTES.
           OPEN INPUT MASTER-FILE
           MOVE ZERO TO MR-CUENTA-NUM
           START MASTER-FILE KEY IS NOT LESS THAN MR-CUENTA-NUM
              INVALID KEY
                 MOVE 'S' TO WS-MASTER-EOF-FLAG
           END-START
           PERFORM UNTIL END-OF-MASTER
              READ MASTER-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-MASTER-EOF-FLAG
                 NOT AT END
                    PERFORM 355-ANOTAR-ACTIVIDAD-CUENTA
              END-READ
           END-PERFORM
           CLOSE MASTER-FILE
           MOVE 'N' TO WS-MASTER-EOF-FLAG.

       355-ANOTAR-ACTIVIDAD-CUENTA.
           PERFORM 510-BUSCAR-ULTIMO-MOVIMIENTO
           IF WS-ULT-FECHA-CUENTA > ZERO
              IF MR-CLIENTE-ID NOT = ZERO
                 MOVE MR-CLIENTE-ID TO WS-ACT-CLIENTE
                 PERFORM 360-ANOTAR-ACTIVIDAD
              END-IF
              IF HAY-TITULARES
                 MOVE MR-CUENTA-NUM TO WS-TIT-CUENTA
                 PERFORM 370-INICIAR-TITULARES
                 PERFORM UNTIL END-OF-TITULARES
                    PERFORM 378-EVALUAR-VIGENCIA
                    IF TITULAR-VIGENTE
                       MOVE TI-CLIENTE-ID TO WS-ACT-CLIENTE
                       PERFORM 360-ANOTAR-ACTIVIDAD
                    END-IF
                    PERFORM 375-SIGUIENTE-TITULAR
                 END-PERFORM
              END-IF
           END-IF.

 C0007*  Misma suma por clave que 150: se conserva la fecha mas
      *  reciente de cada cliente.
       360-ANOTAR-ACTIVIDAD.
           MOVE WS-ACT-CLIENTE TO AC-CLIENTE
           READ ACTIVIDAD-TRABAJO
              INVALID KEY
                 MOVE WS-ACT-CLIENTE      TO AC-CLIENTE
                 MOVE WS-ULT-FECHA-CUENTA TO AC-FECHA
                 WRITE AC-REGISTRO
              NOT INVALID KEY
                 IF WS-ULT-FECHA-CUENTA > AC-FECHA
                    MOVE WS-ULT-FECHA-CUENTA TO AC-FECHA
                    REWRITE AC-REGISTRO
                 END-IF
           END-READ.

 C0007*  Posiciona en la primera relacion de WS-TIT-CUENTA y la deja
      *  leida; END-OF-TITULARES si la cuenta no tiene ninguna.
       370-INICIAR-TITULARES.
           MOVE WS-TIT-CUENTA TO TI-CUENTA-NUM
           MOVE ZERO          TO TI-CLIENTE-ID
           MOVE 'N' TO WS-TITULARES-EOF
           START TITULARES-FILE KEY IS NOT LESS THAN TI-CLAVE
              INVALID KEY
                 MOVE 'S' TO WS-TITULARES-EOF
           END-START
           IF NOT END-OF-TITULARES
              PERFORM 375-SIGUIENTE-TITULAR
           END-IF.

       375-SIGUIENTE-TITULAR.
           READ TITULARES-FILE NEXT RECORD
              AT END
                 MOVE 'S' TO WS-TITULARES-EOF
              NOT AT END
                 IF TI-CUENTA-NUM NOT = WS-TIT-CUENTA
                    MOVE 'S' TO WS-TITULARES-EOF
                 END-IF
           END-READ.

 C0007*  Titular o cotitular (no autorizado) con la relacion vigente a
      *  la fecha de negocio.
       378-EVALUAR-VIGENCIA.
           MOVE 'N' TO WS-TIT-VIGENTE-FLAG
           IF (TI-ROL-TITULAR OR TI-ROL-COTITULAR)
              AND TI-FECHA-ALTA NOT > WS-FECHA-YYYYMMDD
              AND (TI-FECHA-BAJA = ZERO
                   OR TI-FECHA-BAJA > WS-FECHA-YYYYMMDD)
              MOVE 'S' TO WS-TIT-VIGENTE-FLAG
           END-IF.

       110-READ-MASTER-FILE.
           READ MASTER-FILE NEXT RECORD
               AT END
      *    cuenta va a la lista de excepciones a revisar.
           IF MR-CTA-ACTIVA
              PERFORM 510-BUSCAR-ULTIMO-MOVIMIENTO
 C0007*       Si algun titular actuo dentro de la ventana (en esta o
      *       en otra de sus cuentas) la cuenta no esta abandonada.
              PERFORM 515-BUSCAR-ACTIVIDAD-TITULARES
              IF WS-ULT-FECHA-TITULARES NOT < WS-FECHA-LIMITE
                 IF WS-ULT-FECHA-CUENTA < WS-FECHA-LIMITE
                    ADD 1 TO WS-CUENTAS-SALVADAS
                 END-IF
              ELSE
                 IF WS-ULT-FECHA-CUENTA > ZERO
                    IF WS-ULT-FECHA-CUENTA < WS-FECHA-LIMITE
                       PERFORM 520-DECLARAR-INACTIVA
                    END-IF
                 ELSE
                    EVALUATE TRUE
                        WHEN WS-ALTA-CUENTA = ZERO
                            PERFORM 525-LISTAR-EXCEPCION-SIN-RASTRO
                        WHEN WS-ALTA-CUENTA < WS-FECHA-LIMITE
                            PERFORM 520-DECLARAR-INACTIVA
                        WHEN OTHER
      *                     Alta reciente sin movimiento todavia: cuenta
      *                     nueva, nada que declarar.
                            CONTINUE
                    END-EVALUATE
                 END-IF
              END-IF
           END-IF
           PERFORM 110-READ-MASTER-FILE.
                 MOVE UT-ALTA  TO WS-ALTA-CUENTA
           END-READ.

 C0007*  La mas reciente de las actuaciones de los titulares de la
      *  cuenta en evaluacion (cero = ninguna conocida). Una cuenta sin
      *  titulares conocidos se queda con su propio ultimo movimiento.
       515-BUSCAR-ACTIVIDAD-TITULARES.
           MOVE WS-ULT-FECHA-CUENTA TO WS-ULT-FECHA-TITULARES
           IF MR-CLIENTE-ID NOT = ZERO
              MOVE MR-CLIENTE-ID TO WS-ACT-CLIENTE
              PERFORM 518-CONSULTAR-ACTIVIDAD
           END-IF
           IF HAY-TITULARES
              MOVE MR-CUENTA-NUM TO WS-TIT-CUENTA
              PERFORM 370-INICIAR-TITULARES
              PERFORM UNTIL END-OF-TITULARES
                 PERFORM 378-EVALUAR-VIGENCIA
                 IF TITULAR-VIGENTE
                    MOVE TI-CLIENTE-ID TO WS-ACT-CLIENTE
                    PERFORM 518-CONSULTAR-ACTIVIDAD
                 END-IF
                 PERFORM 375-SIGUIENTE-TITULAR
              END-PERFORM
           END-IF.

       518-CONSULTAR-ACTIVIDAD.
           MOVE WS-ACT-CLIENTE TO AC-CLIENTE
           READ ACTIVIDAD-TRABAJO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF AC-FECHA > WS-ULT-FECHA-TITULARES
                    MOVE AC-FECHA TO WS-ULT-FECHA-TITULARES
                 END-IF
           END-READ.

       520-DECLARAR-INACTIVA.
           MOVE 'I' TO MR-ESTADO
           REWRITE MASTER-RECORD
                 DELIMITED BY SIZE INTO WS-LINEA-RPT
              END-STRING
           END-IF
           WRITE NOTIFICACION-RECORD-OUT FROM WS-LINEA-RPT
 C0007*    Cada cotitular vigente recibe tambien la notificacion.
           IF HAY-TITULARES
              MOVE MR-CUENTA-NUM TO WS-TIT-CUENTA
              PERFORM 370-INICIAR-TITULARES
              PERFORM UNTIL END-OF-TITULARES
                 PERFORM 378-EVALUAR-VIGENCIA
                 IF TITULAR-VIGENTE
                    AND TI-CLIENTE-ID NOT = MR-CLIENTE-ID
                    PERFORM 535-NOTIFICAR-COTITULAR
                 END-IF
                 PERFORM 375-SIGUIENTE-TITULAR
              END-PERFORM
           END-IF.

       535-NOTIFICAR-COTITULAR.
           MOVE TI-CLIENTE-ID TO CL-CLIENTE-ID
           MOVE SPACES TO WS-LINEA-RPT
           READ CLIENTES-FILE
               INVALID KEY
                   STRING '    COTITULAR ' TI-CLIENTE-ID
                          ' SIN DATOS EN CLIENTES.DAT'
                      DELIMITED BY SIZE INTO WS-LINEA-RPT
                   END-STRING
               NOT INVALID KEY
                   STRING '    COTITULAR ' CL-NOMBRE
                          ' DIR ' CL-DIRECCION
                      DELIMITED BY SIZE INTO WS-LINEA-RPT
                   END-STRING
           END-READ
           WRITE NOTIFICACION-RECORD-OUT FROM WS-LINEA-RPT.

       540-BUSCAR-DATOS-CLIENTE.
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE NOTIFICACION-RECORD-OUT FROM WS-LINEA-RPT
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'SIN MOVIMIENTO PROPIO PERO CON TITULAR ACTIVO '
                  '(NO DECLARADAS): ' WS-CUENTAS-SALVADAS
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE NOTIFICACION-RECORD-OUT FROM WS-LINEA-RPT
           CLOSE MASTER-FILE, CLIENTES-FILE, INACTIVAS-OUT,
                 NOTIFICACION-RPT, ULTIMOS-TRABAJO,
                 ACTIVIDAD-TRABAJO
           IF HAY-TITULARES
               CLOSE TITULARES-FILE
           END-IF
           DISPLAY '--- DETECCION DE INACTIVAS FINALIZADA ---'
           DISPLAY WS-CUENTAS-DECLARADAS ' CUENTAS DECLARADAS.'
           DISPLAY WS-CUENTAS-EXCEPCION ' EXCEPCIONES A REVISAR.'.
