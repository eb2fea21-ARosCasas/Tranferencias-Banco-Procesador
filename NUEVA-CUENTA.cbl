      *                       comportamiento (el modo 3 ya reactiva
      *                       una 'I' poniendo 'A').
      *
      *C0014 --> Fecha: 15/10/2026
      *          Descripción: CLIENTES.DAT ampliado con movil, e-mail,
      *                       consentimiento de aviso por SMS y por
      *                       e-mail y umbrales de aviso de saldo bajo y
      *                       de movimiento grande (cero = sin aviso).
      *                       El alta del modo 5 los pide y la nueva
      *                       opcion M los modifica, con una linea de
      *                       auditoria por campo cambiado. Los ficheros
      *                       anteriores se convierten con
      *                       MIGRAR-CLIENTES.
      *
      *C0015 --> Fecha: 15/10/2026
      *          Descripción: Cuentas compartidas: nuevo fichero
      *                       TITULARES.DAT (cuenta, cliente, rol T
      *                       titular / C cotitular / A autorizado,
      *                       firma C conjunta / I individual, fechas de
      *                       alta y de baja) y nuevo modo 6 para
      *                       mantenerlo: alta (o reactivacion de una
      *                       relacion dada de baja), baja con fecha y
      *                       listado de los intervinientes de una
      *                       cuenta. Cada alta y baja deja su registro
      *                       en AUDITORIA-MANT.DAT (AU-MODO '6').
      *                       MR-CLIENTE-ID sigue siendo el titular
      *                       principal de la cuenta.
      *
      *C0016 --> Fecha: 15/10/2026
      *          Descripción: Control de documentos de identidad:
      *                       CLIENTES.DAT lleva ademas el tipo de
      *                       documento (D DNI, E NIE, P pasaporte, O
      *                       otro), el pais de expedicion y la fecha de
      *                       caducidad (99991231 = sin caducidad). El
      *                       alta del modo 5 los pide, la consulta los
      *                       muestra y la nueva opcion D modifica el
      *                       documento con una linea de auditoria por
      *                       campo cambiado. Si la nueva caducidad ya
      *                       no esta vencida, las cuentas que
      *                       CONTROL-DOCUMENTOS bloqueo por el
      *                       documento caducado de ese cliente
      *                       (BLOQUEOS-DOCUMENTO.DAT) vuelven al estado
      *                       que tenian, salvo que otro titular siga
      *                       con el documento caducado; cada desbloqueo
      *                       se audita como DESBLOQUEO-DOC-RENOV. El
      *                       modo 3 indica cuando una cuenta esta
      *                       bloqueada por documento caducado.
      *
      *-----------------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               RECORD KEY IS CL-CLIENTE-ID
               FILE STATUS IS WS-CLIENTES-STATUS.

 C0015*  Intervinientes de cada cuenta (titulares, cotitulares y
      *  autorizados), mantenidos en el modo 6; DYNAMIC para el listado
      *  por cuenta (START en la cuenta con cliente cero).
           SELECT TITULARES-FILE  ASSIGN TO 'TITULARES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TI-CLAVE
               FILE STATUS IS WS-TITULARES-STATUS.

 C0016*  Cuentas bloqueadas por CONTROL-DOCUMENTOS por documento
      *  caducado; al renovar el documento (opcion D del modo 5) se
      *  desbloquean y se borran de aqui.
           SELECT BLOQUEOS-DOC-FILE  ASSIGN TO 'BLOQUEOS-DOCUMENTO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BD-CLAVE
               FILE STATUS IS WS-BLOQUEOS-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05 CL-DOCUMENTO   PIC X(15).
           05 CL-DIRECCION   PIC X(40).
           05 CL-TELEFONO    PIC X(15).
 C0014*    Contacto y preferencias de aviso al cliente.
           05 CL-MOVIL              PIC X(15).
           05 CL-EMAIL              PIC X(50).
           05 CL-AVISO-SMS          PIC X(1).
              88 CL-QUIERE-SMS      VALUE 'S'.
           05 CL-AVISO-EMAIL        PIC X(1).
              88 CL-QUIERE-EMAIL    VALUE 'S'.
      *    Umbrales de aviso; cero = sin aviso.
           05 CL-UMBRAL-SALDO       PIC 9(8)V99.
           05 CL-UMBRAL-MOVIMIENTO  PIC 9(8)V99.
 C0016*    Documento de identidad: tipo, pais de expedicion y fecha
      *    de caducidad (cero = sin informar).
           05 CL-TIPO-DOCUMENTO     PIC X(1).
              88 CL-DOC-DNI         VALUE 'D'.
              88 CL-DOC-NIE         VALUE 'E'.
              88 CL-DOC-PASAPORTE   VALUE 'P'.
              88 CL-DOC-OTRO        VALUE 'O'.
              88 CL-TIPO-DOC-VALIDO VALUE 'D' 'E' 'P' 'O'.
           05 CL-PAIS-DOCUMENTO     PIC X(2).
           05 CL-FECHA-CADUCIDAD    PIC 9(8).

 C0015* Una relacion cuenta-cliente por registro. La relacion esta
      * vigente en una fecha si el alta es anterior o igual y la baja
      * es cero o posterior. MR-CLIENTE-ID es siempre titular de su
      * cuenta aunque no tenga registro aqui.
       FD  TITULARES-FILE.
       01  TITULAR-RECORD.
           05 TI-CLAVE.
              10 TI-CUENTA-NUM   PIC 9(10).
              10 TI-CLIENTE-ID   PIC 9(8).
           05 TI-ROL             PIC X(1).
              88 TI-ROL-TITULAR     VALUE 'T'.
              88 TI-ROL-COTITULAR   VALUE 'C'.
              88 TI-ROL-AUTORIZADO  VALUE 'A'.
              88 TI-ROL-VALIDO      VALUE 'T' 'C' 'A'.
           05 TI-FIRMA           PIC X(1).
              88 TI-FIRMA-CONJUNTA    VALUE 'C'.
              88 TI-FIRMA-INDIVIDUAL  VALUE 'I'.
              88 TI-FIRMA-VALIDA      VALUE 'C' 'I'.
           05 TI-FECHA-ALTA      PIC 9(8).
           05 TI-FECHA-BAJA      PIC 9(8).

 C0016* Una cuenta bloqueada por el documento caducado de uno de sus
      * titulares; mismo layout que en CONTROL-DOCUMENTOS. Si varios
      * titulares de la cuenta tienen el documento caducado hay un
      * registro por cada uno, todos con el estado previo al primer
      * bloqueo.
       FD  BLOQUEOS-DOC-FILE.
       01  BLOQUEO-DOC-RECORD.
           05 BD-CLAVE.
              10 BD-CUENTA-NUM      PIC 9(10).
              10 BD-CLIENTE-ID      PIC 9(8).
           05 BD-ESTADO-ANTERIOR    PIC X(1).
           05 BD-FECHA-BLOQUEO      PIC 9(8).
           05 BD-FECHA-CADUCIDAD    PIC 9(8).

       WORKING-STORAGE SECTION.

           05 WS-CLIENTE-OK      PIC X VALUE 'N'.
              88 CLIENTE-OK      VALUE 'S'.
           05 WS-AUDITORIA-STATUS PIC XX.
 C0015*    Estado y fin de recorrido del fichero de titulares.
           05 WS-TITULARES-STATUS PIC XX.
           05 WS-TITULARES-EOF    PIC X VALUE 'N'.
              88 END-OF-TITULARES VALUE 'S'.
 C0016*    Estado y fin de recorrido de los bloqueos por documento.
           05 WS-BLOQUEOS-STATUS  PIC XX.
           05 WS-BLOQUEOS-EOF     PIC X VALUE 'N'.
              88 END-OF-BLOQUEOS  VALUE 'S'.

 C0002*  Modo de operación elegido por el usuario al arrancar.
       01  WS-MODO-OPERACION  PIC X.
           88 MODO-MANT-ORDENES      VALUE '4'.
 C0008*    '5': mantenimiento de clientes.
           88 MODO-MANT-CLIENTES     VALUE '5'.
 C0015*    '6': mantenimiento de titulares y autorizados.
           88 MODO-MANT-TITULARES    VALUE '6'.
           88 MODO-VALIDO            VALUE '1' '2' '3' '4' '5' '6'.

       01  WS-INPUT-FIELDS.
           05 WS-INPUT-BALANCE           PIC 9(8)V99.
              88 ORD-OPCION-BAJA     VALUE 'B'.
              88 ORD-OPCION-LISTAR   VALUE 'L'.
              88 ORD-OPCION-FIN      VALUE 'F'.
 C0014*    Solo en el modo 5: modificar contacto y avisos del cliente.
              88 ORD-OPCION-MODIFICAR VALUE 'M'.
 C0016*    Solo en el modo 5: modificar el documento de identidad.
              88 ORD-OPCION-DOCUMENTO VALUE 'D'.
              88 ORD-OPCION-VALIDA   VALUE 'A' 'B' 'L' 'F'.
           05 WS-ORD-TOTAL    PIC 9(3) VALUE ZERO.
           05 WS-ORD-IDX      PIC 9(3) VALUE ZERO.
           05 WS-AUD-NUEVO       PIC X(20).
           05 WS-ESTADO-ANTERIOR PIC X(1).

 C0014*  Datos de aviso del cliente antes de la modificacion (opcion M
      *  del modo 5); se audita cada campo que cambia.
       01  WS-CLIENTE-AVISOS-ANT.
           05 WS-ANT-MOVIL          PIC X(15).
           05 WS-ANT-EMAIL          PIC X(50).
           05 WS-ANT-AVISO-SMS      PIC X(1).
           05 WS-ANT-AVISO-EMAIL    PIC X(1).
           05 WS-ANT-UMBRAL-SALDO   PIC 9(8)V99.
           05 WS-ANT-UMBRAL-MOV     PIC 9(8)V99.
       01  WS-UMBRAL-ED          PIC Z(7)9.99.
       01  WS-RESPUESTA-AVISO    PIC X(1).
           88 RESPUESTA-AVISO-VALIDA  VALUE 'S' 'N'.

 C0016*  Documento del cliente antes de la modificacion (opcion D del
      *  modo 5) y cuentas que desbloquear al renovarlo.
       01  WS-CLIENTE-DOC-ANT.
           05 WS-ANT-DOCUMENTO      PIC X(15).
           05 WS-ANT-TIPO-DOC       PIC X(1).
           05 WS-ANT-PAIS-DOC       PIC X(2).
           05 WS-ANT-CADUCIDAD      PIC 9(8).
       01  WS-DESBLOQUEO-AREAS.
           05 WS-DBQ-HOY         PIC 9(8).
           05 WS-DBQ-TOTAL       PIC 9(3) VALUE ZERO.
           05 WS-DBQ-IDX         PIC 9(3) VALUE ZERO.
           05 WS-DBQ-MAX         PIC 9(3) VALUE 100.
           05 WS-DBQ-OTRO-FLAG   PIC X VALUE 'N'.
              88 DBQ-OTRO-TITULAR   VALUE 'S'.
           05 WS-DBQ-TABLA OCCURS 100 TIMES.
              10 WS-DBQ-CUENTA      PIC 9(10).
              10 WS-DBQ-ANTERIOR    PIC X(1).

 C0015*  Datos pedidos en el modo 6 y fecha del dia (fecha de alta o
      *  de baja por defecto).
       01  WS-TITULAR-INPUT.
           05 WS-TIT-CUENTA       PIC 9(10).
           05 WS-TIT-CLIENTE      PIC 9(8).
           05 WS-TIT-ROL          PIC X(1).
              88 TIT-ROL-VALIDO   VALUE 'T' 'C' 'A'.
           05 WS-TIT-FIRMA        PIC X(1).
              88 TIT-FIRMA-VALIDA VALUE 'C' 'I'.
           05 WS-TIT-FECHA        PIC 9(8).
           05 WS-TIT-HOY          PIC 9(8).
           05 WS-TIT-CUENTA-OK    PIC X VALUE 'N'.
              88 TIT-CUENTA-OK    VALUE 'S'.
           05 WS-TIT-LISTADOS     PIC 9(3) VALUE ZERO.
           05 WS-TIT-SITUACION    PIC X(16).

       PROCEDURE DIVISION.
           PERFORM 000-INICIO-SIST

                   PERFORM 700-PROCESAR-MANT-ORDENES
               WHEN MODO-MANT-CLIENTES
                   PERFORM 800-PROCESAR-MANT-CLIENTES
               WHEN MODO-MANT-TITULARES
                   PERFORM 850-PROCESAR-MANT-TITULARES
           END-EVALUATE

           PERFORM 900-FINALIZAR-SIST

           OPEN I-O MASTER-FILE
           PERFORM 020-ABRIR-CLIENTES
           PERFORM 025-ABRIR-TITULARES
           PERFORM 027-ABRIR-BLOQUEOS
           PERFORM 030-ABRIR-AUDITORIA

           IF WS-MASTER-STATUS NOT = '00'
               OPEN I-O CLIENTES-FILE
           END-IF.

 C0015*  El fichero de titulares se crea vacio en el primer arranque,
      *  igual que el de clientes.
       025-ABRIR-TITULARES.
           OPEN I-O TITULARES-FILE
           IF WS-TITULARES-STATUS = '35' OR WS-TITULARES-STATUS = '05'
               OPEN OUTPUT TITULARES-FILE
               CLOSE TITULARES-FILE
               OPEN I-O TITULARES-FILE
           END-IF.

 C0016*  Igual que los anteriores: vacio en el primer arranque.
       027-ABRIR-BLOQUEOS.
           OPEN I-O BLOQUEOS-DOC-FILE
           IF WS-BLOQUEOS-STATUS = '35' OR WS-BLOQUEOS-STATUS = '05'
               OPEN OUTPUT BLOQUEOS-DOC-FILE
               CLOSE BLOQUEOS-DOC-FILE
               OPEN I-O BLOQUEOS-DOC-FILE
           END-IF.

 C0009*  La pista de auditoria solo crece; el id de operador queda en
      *  cada registro que esta sesion grabe.
       030-ABRIR-AUDITORIA.
               DISPLAY '  3 - CAMBIAR ESTADO DE UNA CUENTA'
               DISPLAY '  4 - MANTENIMIENTO DE ORDENES PERMANENTES'
               DISPLAY '  5 - MANTENIMIENTO DE CLIENTES'
               DISPLAY '  6 - MANTENIMIENTO DE TITULARES Y AUTORIZADOS'
               DISPLAY 'Opcion: '
               ACCEPT WS-MODO-OPERACION
               IF NOT MODO-VALIDO
                   DISPLAY 'OPCION INVALIDA. ELIJA 1, 2, 3, 4, 5 O 6.'
               END-IF
           END-PERFORM.


       610-CAMBIAR-ESTADO-CUENTA.
           DISPLAY 'ESTADO ACTUAL: ' MR-ESTADO
 C0016*    El bloqueo por documento caducado se distingue del manual.
           IF MR-ESTADO = 'B'
               PERFORM 615-MOSTRAR-BLOQUEO-DOCUMENTO
           END-IF
 C0009*    El valor anterior se captura antes de pisarlo.
           MOVE MR-ESTADO TO WS-ESTADO-ANTERIOR
 C0005*    Mismo patrón que 050-SOLICITAR-MODO/112-SOLICITAR-ESTADO.
                   PERFORM 040-GRABAR-AUDITORIA
           END-REWRITE.

 C0016*  Primer titular con documento caducado que bloqueo la cuenta.
       615-MOSTRAR-BLOQUEO-DOCUMENTO.
           MOVE MR-CUENTA-NUM TO BD-CUENTA-NUM
           MOVE ZERO TO BD-CLIENTE-ID
           START BLOQUEOS-DOC-FILE KEY IS NOT LESS THAN BD-CLAVE
               INVALID KEY
                   MOVE ZERO TO BD-CUENTA-NUM
               NOT INVALID KEY
                   READ BLOQUEOS-DOC-FILE NEXT RECORD
                       AT END
                           MOVE ZERO TO BD-CUENTA-NUM
                   END-READ
           END-START
           IF BD-CUENTA-NUM = MR-CUENTA-NUM
               DISPLAY 'BLOQUEADA POR DOCUMENTO CADUCADO DEL CLIENTE '
                       BD-CLIENTE-ID ' DESDE ' BD-FECHA-BLOQUEO
           END-IF.

       700-PROCESAR-MANT-ORDENES.
 C0006*    Submenu del modo 4. Las ordenes se cargan al entrar y el
      *    fichero se reescribe una sola vez al salir con 'F'.
               DISPLAY 'CLIENTES:'
               DISPLAY '  A - ALTA DE CLIENTE'
               DISPLAY '  L - CONSULTAR CLIENTE'
               DISPLAY '  M - MODIFICAR CONTACTO Y AVISOS'
               DISPLAY '  D - MODIFICAR DOCUMENTO DE IDENTIDAD'
               DISPLAY '  F - FIN'
               DISPLAY 'Opcion: '
               ACCEPT WS-ORD-OPCION
                       PERFORM 810-ALTA-CLIENTE
                   WHEN ORD-OPCION-LISTAR
                       PERFORM 820-CONSULTAR-CLIENTE
                   WHEN ORD-OPCION-MODIFICAR
                       PERFORM 830-MODIFICAR-AVISOS-CLIENTE
                   WHEN ORD-OPCION-DOCUMENTO
                       PERFORM 840-MODIFICAR-DOCUMENTO-CLIENTE
                   WHEN ORD-OPCION-FIN
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'OPCION INVALIDA. ELIJA A, L, M, D O F.'
               END-EVALUATE
           END-PERFORM.

           ACCEPT CL-NOMBRE
           DISPLAY 'Documento / NIF (Max 15): '
           ACCEPT CL-DOCUMENTO
 C0016*    Tipo, pais y caducidad del documento.
           PERFORM 817-SOLICITAR-DATOS-DOCUMENTO
           DISPLAY 'Direccion (Max 40): '
           ACCEPT CL-DIRECCION
           DISPLAY 'Telefono (Max 15): '
           ACCEPT CL-TELEFONO
           PERFORM 815-SOLICITAR-DATOS-AVISO
           WRITE CLIENTE-RECORD
               INVALID KEY
                   IF WS-CLIENTES-STATUS = '22'
                   PERFORM 040-GRABAR-AUDITORIA
           END-WRITE.

 C0014*  Contacto y avisos: comun al alta y a la modificacion.
       815-SOLICITAR-DATOS-AVISO.
           DISPLAY 'Movil para avisos SMS (Max 15): '
           ACCEPT CL-MOVIL
           DISPLAY 'E-mail para avisos (Max 50): '
           ACCEPT CL-EMAIL
           PERFORM WITH TEST AFTER
                   UNTIL RESPUESTA-AVISO-VALIDA
               DISPLAY 'Acepta avisos por SMS (S/N): '
               ACCEPT WS-RESPUESTA-AVISO
               IF NOT RESPUESTA-AVISO-VALIDA
                   DISPLAY 'RESPUESTA INVALIDA. ELIJA S O N.'
               END-IF
           END-PERFORM
           MOVE WS-RESPUESTA-AVISO TO CL-AVISO-SMS
           PERFORM WITH TEST AFTER
                   UNTIL RESPUESTA-AVISO-VALIDA
               DISPLAY 'Acepta avisos por e-mail (S/N): '
               ACCEPT WS-RESPUESTA-AVISO
               IF NOT RESPUESTA-AVISO-VALIDA
                   DISPLAY 'RESPUESTA INVALIDA. ELIJA S O N.'
               END-IF
           END-PERFORM
           MOVE WS-RESPUESTA-AVISO TO CL-AVISO-EMAIL
           DISPLAY 'Avisar si el saldo queda por debajo de '
                   '(0 = sin aviso): '
           ACCEPT CL-UMBRAL-SALDO
           DISPLAY 'Avisar de movimientos desde '
                   '(0 = sin aviso): '
           ACCEPT CL-UMBRAL-MOVIMIENTO.

 C0016*  Tipo, pais y caducidad: comun al alta y a la opcion D. La
      *  caducidad es obligatoria; los documentos sin caducidad llevan
      *  99991231.
       817-SOLICITAR-DATOS-DOCUMENTO.
           PERFORM WITH TEST AFTER
                   UNTIL CL-TIPO-DOC-VALIDO
               DISPLAY 'Tipo de documento (D-DNI/E-NIE/P-Pasaporte/'
                       'O-Otro): '
               ACCEPT CL-TIPO-DOCUMENTO
               IF NOT CL-TIPO-DOC-VALIDO
                   DISPLAY 'TIPO INVALIDO. ELIJA D, E, P U O.'
               END-IF
           END-PERFORM
           DISPLAY 'Pais de expedicion (2 letras): '
           ACCEPT CL-PAIS-DOCUMENTO
           PERFORM WITH TEST AFTER
                   UNTIL CL-FECHA-CADUCIDAD > 19000101
               DISPLAY 'Fecha de caducidad (AAAAMMDD, 99991231 = '
                       'sin caducidad): '
               ACCEPT CL-FECHA-CADUCIDAD
               IF CL-FECHA-CADUCIDAD NOT > 19000101
                   DISPLAY 'FECHA INVALIDA.'
               END-IF
           END-PERFORM.

       820-CONSULTAR-CLIENTE.
           DISPLAY 'Id de cliente a consultar: '
           ACCEPT CL-CLIENTE-ID
                   DISPLAY 'CLIENTE:   ' CL-CLIENTE-ID
                   DISPLAY 'NOMBRE:    ' CL-NOMBRE
                   DISPLAY 'DOCUMENTO: ' CL-DOCUMENTO
                   PERFORM 827-MOSTRAR-DATOS-DOCUMENTO
                   DISPLAY 'DIRECCION: ' CL-DIRECCION
                   DISPLAY 'TELEFONO:  ' CL-TELEFONO
                   PERFORM 825-MOSTRAR-DATOS-AVISO
           END-READ.

       825-MOSTRAR-DATOS-AVISO.
           DISPLAY 'MOVIL:     ' CL-MOVIL
           DISPLAY 'E-MAIL:    ' CL-EMAIL
           DISPLAY 'AVISO SMS: ' CL-AVISO-SMS
                   '   AVISO E-MAIL: ' CL-AVISO-EMAIL
           MOVE CL-UMBRAL-SALDO TO WS-UMBRAL-ED
           DISPLAY 'UMBRAL SALDO:      ' WS-UMBRAL-ED
           MOVE CL-UMBRAL-MOVIMIENTO TO WS-UMBRAL-ED
           DISPLAY 'UMBRAL MOVIMIENTO: ' WS-UMBRAL-ED.

 C0016*  Tipo, pais y caducidad; cero = sin informar.
       827-MOSTRAR-DATOS-DOCUMENTO.
           DISPLAY 'TIPO DOC:  ' CL-TIPO-DOCUMENTO
                   '   PAIS: ' CL-PAIS-DOCUMENTO
                   '   CADUCIDAD: ' CL-FECHA-CADUCIDAD
           IF CL-FECHA-CADUCIDAD = ZERO
               DISPLAY 'AVISO: DOCUMENTO SIN DATOS DE CADUCIDAD.'
           ELSE
               IF CL-FECHA-CADUCIDAD < FUNCTION CURRENT-DATE(1:8)
                   DISPLAY 'AVISO: DOCUMENTO CADUCADO.'
               END-IF
           END-IF.

 C0014*  Opcion M: vuelve a pedir contacto y avisos del cliente y audita
      *  cada campo que cambia. AU-CAMPO lleva el campo y el cliente.
       830-MODIFICAR-AVISOS-CLIENTE.
           DISPLAY 'Id de cliente a modificar: '
           ACCEPT CL-CLIENTE-ID
           READ CLIENTES-FILE
               INVALID KEY
                   DISPLAY 'ERROR: El cliente ' CL-CLIENTE-ID
                           ' NO EXISTE (STATUS: '
                           WS-CLIENTES-STATUS ').'
               NOT INVALID KEY
                   PERFORM 825-MOSTRAR-DATOS-AVISO
                   MOVE CL-MOVIL             TO WS-ANT-MOVIL
                   MOVE CL-EMAIL             TO WS-ANT-EMAIL
                   MOVE CL-AVISO-SMS         TO WS-ANT-AVISO-SMS
                   MOVE CL-AVISO-EMAIL       TO WS-ANT-AVISO-EMAIL
                   MOVE CL-UMBRAL-SALDO      TO WS-ANT-UMBRAL-SALDO
                   MOVE CL-UMBRAL-MOVIMIENTO TO WS-ANT-UMBRAL-MOV
                   PERFORM 815-SOLICITAR-DATOS-AVISO
                   REWRITE CLIENTE-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR AL REGRABAR CLIENTE. STATUS: '
                                   WS-CLIENTES-STATUS
                       NOT INVALID KEY
                           DISPLAY '-> CLIENTE ' CL-CLIENTE-ID
                                   ' MODIFICADO.'
                           PERFORM 835-AUDITAR-AVISOS-CLIENTE
                   END-REWRITE
           END-READ.

       835-AUDITAR-AVISOS-CLIENTE.
           MOVE ZERO TO WS-AUD-CUENTA
           IF CL-MOVIL NOT = WS-ANT-MOVIL
               MOVE SPACES TO WS-AUD-CAMPO
               STRING 'MOVIL ' CL-CLIENTE-ID
                   DELIMITED BY SIZE INTO WS-AUD-CAMPO
               END-STRING
               MOVE WS-ANT-MOVIL TO WS-AUD-ANTERIOR
               MOVE CL-MOVIL     TO WS-AUD-NUEVO
               PERFORM 040-GRABAR-AUDITORIA
           END-IF
      *    El e-mail se audita por sus 20 primeras posiciones.
           IF CL-EMAIL NOT = WS-ANT-EMAIL
               MOVE SPACES TO WS-AUD-CAMPO
               STRING 'EMAIL ' CL-CLIENTE-ID
                   DELIMITED BY SIZE INTO WS-AUD-CAMPO
               END-STRING
               MOVE WS-ANT-EMAIL TO WS-AUD-ANTERIOR
               MOVE CL-EMAIL     TO WS-AUD-NUEVO
               PERFORM 040-GRABAR-AUDITORIA
           END-IF
           IF CL-AVISO-SMS NOT = WS-ANT-AVISO-SMS
               MOVE SPACES TO WS-AUD-CAMPO
               STRING 'AVISO-SMS ' CL-CLIENTE-ID
                   DELIMITED BY SIZE INTO WS-AUD-CAMPO
               END-STRING
               MOVE WS-ANT-AVISO-SMS TO WS-AUD-ANTERIOR
               MOVE CL-AVISO-SMS     TO WS-AUD-NUEVO
               PERFORM 040-GRABAR-AUDITORIA
           END-IF
           IF CL-AVISO-EMAIL NOT = WS-ANT-AVISO-EMAIL
               MOVE SPACES TO WS-AUD-CAMPO
               STRING 'AVISO-EMAIL ' CL-CLIENTE-ID
                   DELIMITED BY SIZE INTO WS-AUD-CAMPO
               END-STRING
               MOVE WS-ANT-AVISO-EMAIL TO WS-AUD-ANTERIOR
               MOVE CL-AVISO-EMAIL     TO WS-AUD-NUEVO
               PERFORM 040-GRABAR-AUDITORIA
           END-IF
           IF CL-UMBRAL-SALDO NOT = WS-ANT-UMBRAL-SALDO
               MOVE SPACES TO WS-AUD-CAMPO
               STRING 'UMB-SALDO ' CL-CLIENTE-ID
                   DELIMITED BY SIZE INTO WS-AUD-CAMPO
               END-STRING
               MOVE WS-ANT-UMBRAL-SALDO TO WS-UMBRAL-ED
               MOVE WS-UMBRAL-ED        TO WS-AUD-ANTERIOR
               MOVE CL-UMBRAL-SALDO     TO WS-UMBRAL-ED
               MOVE WS-UMBRAL-ED        TO WS-AUD-NUEVO
               PERFORM 040-GRABAR-AUDITORIA
           END-IF
           IF CL-UMBRAL-MOVIMIENTO NOT = WS-ANT-UMBRAL-MOV
               MOVE SPACES TO WS-AUD-CAMPO
               STRING 'UMB-MOV ' CL-CLIENTE-ID
                   DELIMITED BY SIZE INTO WS-AUD-CAMPO
               END-STRING
               MOVE WS-ANT-UMBRAL-MOV    TO WS-UMBRAL-ED
               MOVE WS-UMBRAL-ED         TO WS-AUD-ANTERIOR
               MOVE CL-UMBRAL-MOVIMIENTO TO WS-UMBRAL-ED
               MOVE WS-UMBRAL-ED         TO WS-AUD-NUEVO
               PERFORM 040-GRABAR-AUDITORIA
           END-IF.

 C0016*  Opcion D: renovacion o correccion del documento. Se audita cada
      *  campo que cambia y, si el documento ya no esta caducado, se
      *  levantan los bloqueos que CONTROL-DOCUMENTOS puso por el.
       840-MODIFICAR-DOCUMENTO-CLIENTE.
           DISPLAY 'Id de cliente a modificar: '
           ACCEPT CL-CLIENTE-ID
           READ CLIENTES-FILE
               INVALID KEY
                   DISPLAY 'ERROR: El cliente ' CL-CLIENTE-ID
                           ' NO EXISTE (STATUS: '
                           WS-CLIENTES-STATUS ').'
               NOT INVALID KEY
                   DISPLAY 'DOCUMENTO: ' CL-DOCUMENTO
                   PERFORM 827-MOSTRAR-DATOS-DOCUMENTO
                   MOVE CL-DOCUMENTO       TO WS-ANT-DOCUMENTO
                   MOVE CL-TIPO-DOCUMENTO  TO WS-ANT-TIPO-DOC
                   MOVE CL-PAIS-DOCUMENTO  TO WS-ANT-PAIS-DOC
                   MOVE CL-FECHA-CADUCIDAD TO WS-ANT-CADUCIDAD
                   DISPLAY 'Documento / NIF (Max 15): '
                   ACCEPT CL-DOCUMENTO
                   PERFORM 817-SOLICITAR-DATOS-DOCUMENTO
                   REWRITE CLIENTE-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR AL REGRABAR CLIENTE. STATUS: '
                                   WS-CLIENTES-STATUS
                       NOT INVALID KEY
                           DISPLAY '-> CLIENTE ' CL-CLIENTE-ID
                                   ' MODIFICADO.'
                           PERFORM 842-AUDITAR-DOCUMENTO-CLIENTE
                           PERFORM 845-DESBLOQUEAR-SI-RENOVADO
                   END-REWRITE
           END-READ.

       842-AUDITAR-DOCUMENTO-CLIENTE.
           MOVE ZERO TO WS-AUD-CUENTA
           IF CL-DOCUMENTO NOT = WS-ANT-DOCUMENTO
               MOVE SPACES TO WS-AUD-CAMPO
               STRING 'DOCUMENTO ' CL-CLIENTE-ID
                   DELIMITED BY SIZE INTO WS-AUD-CAMPO
               END-STRING
               MOVE WS-ANT-DOCUMENTO TO WS-AUD-ANTERIOR
               MOVE CL-DOCUMENTO     TO WS-AUD-NUEVO
               PERFORM 040-GRABAR-AUDITORIA
           END-IF
           IF CL-TIPO-DOCUMENTO NOT = WS-ANT-TIPO-DOC
               MOVE SPACES TO WS-AUD-CAMPO
               STRING 'TIPO-DOC ' CL-CLIENTE-ID
                   DELIMITED BY SIZE INTO WS-AUD-CAMPO
               END-STRING
               MOVE WS-ANT-TIPO-DOC   TO WS-AUD-ANTERIOR
               MOVE CL-TIPO-DOCUMENTO TO WS-AUD-NUEVO
               PERFORM 040-GRABAR-AUDITORIA
           END-IF
           IF CL-PAIS-DOCUMENTO NOT = WS-ANT-PAIS-DOC
               MOVE SPACES TO WS-AUD-CAMPO
               STRING 'PAIS-DOC ' CL-CLIENTE-ID
                   DELIMITED BY SIZE INTO WS-AUD-CAMPO
               END-STRING
               MOVE WS-ANT-PAIS-DOC   TO WS-AUD-ANTERIOR
               MOVE CL-PAIS-DOCUMENTO TO WS-AUD-NUEVO
               PERFORM 040-GRABAR-AUDITORIA
           END-IF
           IF CL-FECHA-CADUCIDAD NOT = WS-ANT-CADUCIDAD
               MOVE SPACES TO WS-AUD-CAMPO
               STRING 'CADUCIDAD ' CL-CLIENTE-ID
                   DELIMITED BY SIZE INTO WS-AUD-CAMPO
               END-STRING
               MOVE WS-ANT-CADUCIDAD   TO WS-AUD-ANTERIOR
               MOVE CL-FECHA-CADUCIDAD TO WS-AUD-NUEVO
               PERFORM 040-GRABAR-AUDITORIA
           END-IF.

 C0016*  Documento vigente: se recogen las cuentas que este cliente
      *  tenia bloqueadas y se borran sus registros de bloqueo; despues
      *  cada cuenta vuelve a su estado anterior si sigue en 'B' y
      *  ningun otro titular la mantiene bloqueada.
       845-DESBLOQUEAR-SI-RENOVADO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DBQ-HOY
           IF CL-FECHA-CADUCIDAD NOT < WS-DBQ-HOY
               MOVE ZERO TO WS-DBQ-TOTAL
               MOVE 'N' TO WS-BLOQUEOS-EOF
               MOVE ZERO TO BD-CUENTA-NUM
               MOVE ZERO TO BD-CLIENTE-ID
               START BLOQUEOS-DOC-FILE KEY IS NOT LESS THAN BD-CLAVE
                  INVALID KEY
                     MOVE 'S' TO WS-BLOQUEOS-EOF
               END-START
               PERFORM UNTIL END-OF-BLOQUEOS
                  READ BLOQUEOS-DOC-FILE NEXT RECORD
                     AT END
                        MOVE 'S' TO WS-BLOQUEOS-EOF
                     NOT AT END
                        IF BD-CLIENTE-ID = CL-CLIENTE-ID
                           PERFORM 846-ANOTAR-CUENTA-DESBLOQUEO
                        END-IF
                  END-READ
               END-PERFORM
               PERFORM VARYING WS-DBQ-IDX FROM 1 BY 1
                  UNTIL WS-DBQ-IDX > WS-DBQ-TOTAL
                  PERFORM 847-DESBLOQUEAR-CUENTA
               END-PERFORM
           END-IF.

       846-ANOTAR-CUENTA-DESBLOQUEO.
           IF WS-DBQ-TOTAL < WS-DBQ-MAX
               ADD 1 TO WS-DBQ-TOTAL
               MOVE BD-CUENTA-NUM      TO WS-DBQ-CUENTA(WS-DBQ-TOTAL)
               MOVE BD-ESTADO-ANTERIOR TO WS-DBQ-ANTERIOR(WS-DBQ-TOTAL)
           ELSE
               DISPLAY '*** DEMASIADAS CUENTAS BLOQUEADAS: LA CUENTA '
                       BD-CUENTA-NUM ' SE DESBLOQUEA A MANO ***'
           END-IF.

       847-DESBLOQUEAR-CUENTA.
           MOVE WS-DBQ-CUENTA(WS-DBQ-IDX) TO BD-CUENTA-NUM
           MOVE CL-CLIENTE-ID TO BD-CLIENTE-ID
           DELETE BLOQUEOS-DOC-FILE
               INVALID KEY
                   DISPLAY 'ERROR AL BORRAR BLOQUEO. STATUS: '
                           WS-BLOQUEOS-STATUS
           END-DELETE
      *    Otro titular con el documento caducado mantiene el bloqueo.
           MOVE 'N' TO WS-DBQ-OTRO-FLAG
           MOVE WS-DBQ-CUENTA(WS-DBQ-IDX) TO BD-CUENTA-NUM
           MOVE ZERO TO BD-CLIENTE-ID
           START BLOQUEOS-DOC-FILE KEY IS NOT LESS THAN BD-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ BLOQUEOS-DOC-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF BD-CUENTA-NUM = WS-DBQ-CUENTA(WS-DBQ-IDX)
                               MOVE 'S' TO WS-DBQ-OTRO-FLAG
                           END-IF
                   END-READ
           END-START
           IF DBQ-OTRO-TITULAR
               DISPLAY '-> CUENTA ' WS-DBQ-CUENTA(WS-DBQ-IDX)
                       ' SIGUE BLOQUEADA: OTRO TITULAR CON DOCUMENTO '
                       'CADUCADO (CLIENTE ' BD-CLIENTE-ID ').'
           ELSE
               MOVE WS-DBQ-CUENTA(WS-DBQ-IDX) TO MR-CUENTA-NUM
               READ MASTER-FILE
                   INVALID KEY
                       DISPLAY 'AVISO: LA CUENTA ' MR-CUENTA-NUM
                               ' YA NO ESTA EN EL MAESTRO.'
                   NOT INVALID KEY
                       PERFORM 848-RESTAURAR-ESTADO-CUENTA
               END-READ
           END-IF.

      *  Solo si sigue bloqueada: un cambio manual posterior manda.
       848-RESTAURAR-ESTADO-CUENTA.
           IF MR-ESTADO NOT = 'B'
               DISPLAY 'AVISO: LA CUENTA ' MR-CUENTA-NUM
                       ' YA NO ESTABA BLOQUEADA (ESTADO ' MR-ESTADO ').'
           ELSE
               MOVE WS-DBQ-ANTERIOR(WS-DBQ-IDX) TO MR-ESTADO
               REWRITE MASTER-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR AL ACTUALIZAR. STATUS: '
                               WS-MASTER-STATUS
                   NOT INVALID KEY
                       DISPLAY '-> CUENTA ' MR-CUENTA-NUM
                               ' DESBLOQUEADA (ESTADO ' MR-ESTADO ').'
                       MOVE MR-CUENTA-NUM  TO WS-AUD-CUENTA
                       MOVE 'DESBLOQUEO-DOC-RENOV' TO WS-AUD-CAMPO
                       MOVE 'B'            TO WS-AUD-ANTERIOR
                       MOVE SPACES         TO WS-AUD-NUEVO
                       STRING MR-ESTADO ' CLIENTE ' CL-CLIENTE-ID
                           DELIMITED BY SIZE INTO WS-AUD-NUEVO
                       END-STRING
                       PERFORM 040-GRABAR-AUDITORIA
               END-REWRITE
           END-IF.

       850-PROCESAR-MANT-TITULARES.
 C0015*    Submenu del modo 6, con el mismo patron que los modos 4 y 5.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TIT-HOY
           PERFORM WITH TEST AFTER
                   UNTIL ORD-OPCION-FIN
               DISPLAY '-------------------------------------------'
               DISPLAY 'TITULARES Y AUTORIZADOS:'
               DISPLAY '  A - ALTA DE INTERVINIENTE EN UNA CUENTA'
               DISPLAY '  B - BAJA DE INTERVINIENTE'
               DISPLAY '  L - LISTAR INTERVINIENTES DE UNA CUENTA'
               DISPLAY '  F - FIN'
               DISPLAY 'Opcion: '
               ACCEPT WS-ORD-OPCION
               EVALUATE TRUE
                   WHEN ORD-OPCION-ALTA
                       PERFORM 855-ALTA-TITULAR
                   WHEN ORD-OPCION-BAJA
                       PERFORM 865-BAJA-TITULAR
                   WHEN ORD-OPCION-LISTAR
                       PERFORM 870-LISTAR-TITULARES
                   WHEN ORD-OPCION-FIN
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'OPCION INVALIDA. ELIJA A, B, L O F.'
               END-EVALUATE
           END-PERFORM.

 C0015*  Cuenta y cliente deben existir; una relacion ya vigente no se
      *  duplica y una dada de baja se reactiva con los datos nuevos.
       855-ALTA-TITULAR.
           PERFORM 875-SOLICITAR-CUENTA-TITULAR
           IF TIT-CUENTA-OK
               PERFORM 877-SOLICITAR-CLIENTE-TITULAR
           END-IF
           IF TIT-CUENTA-OK
               PERFORM WITH TEST AFTER
                       UNTIL TIT-ROL-VALIDO
                   DISPLAY 'Rol (T=titular, C=cotitular, '
                           'A=autorizado): '
                   ACCEPT WS-TIT-ROL
                   IF NOT TIT-ROL-VALIDO
                       DISPLAY 'ROL INVALIDO. ELIJA T, C O A.'
                   END-IF
               END-PERFORM
               PERFORM WITH TEST AFTER
                       UNTIL TIT-FIRMA-VALIDA
                   DISPLAY 'Firma (C=conjunta, I=individual): '
                   ACCEPT WS-TIT-FIRMA
                   IF NOT TIT-FIRMA-VALIDA
                       DISPLAY 'FIRMA INVALIDA. ELIJA C O I.'
                   END-IF
               END-PERFORM
               DISPLAY 'Fecha de alta (AAAAMMDD, 0 = hoy): '
               ACCEPT WS-TIT-FECHA
               IF WS-TIT-FECHA = ZERO
                   MOVE WS-TIT-HOY TO WS-TIT-FECHA
               END-IF
               MOVE WS-TIT-CUENTA  TO TI-CUENTA-NUM
               MOVE WS-TIT-CLIENTE TO TI-CLIENTE-ID
               READ TITULARES-FILE
                   INVALID KEY
                       PERFORM 857-GRABAR-TITULAR-NUEVO
                   NOT INVALID KEY
                       PERFORM 860-REACTIVAR-TITULAR
               END-READ
           END-IF.

       857-GRABAR-TITULAR-NUEVO.
           MOVE WS-TIT-CUENTA  TO TI-CUENTA-NUM
           MOVE WS-TIT-CLIENTE TO TI-CLIENTE-ID
           MOVE WS-TIT-ROL     TO TI-ROL
           MOVE WS-TIT-FIRMA   TO TI-FIRMA
           MOVE WS-TIT-FECHA   TO TI-FECHA-ALTA
           MOVE ZERO           TO TI-FECHA-BAJA
           WRITE TITULAR-RECORD
               INVALID KEY
                   DISPLAY 'ERROR AL ESCRIBIR TITULAR. STATUS: '
                           WS-TITULARES-STATUS
               NOT INVALID KEY
                   DISPLAY '-> CLIENTE ' TI-CLIENTE-ID
                           ' AGREGADO A LA CUENTA ' TI-CUENTA-NUM
                   MOVE SPACES TO WS-AUD-ANTERIOR
                   PERFORM 862-AUDITAR-ALTA-TITULAR
           END-WRITE.

       860-REACTIVAR-TITULAR.
           IF TI-FECHA-BAJA = ZERO
               DISPLAY 'ERROR: El cliente ' TI-CLIENTE-ID
                       ' YA INTERVIENE EN LA CUENTA ' TI-CUENTA-NUM
                       ' (ROL ' TI-ROL ', FIRMA ' TI-FIRMA ').'
           ELSE
      *        Valor anterior: la relacion tal como quedo en su baja.
               MOVE SPACES TO WS-AUD-ANTERIOR
               STRING TI-CLIENTE-ID ' ' TI-ROL TI-FIRMA ' '
                      TI-FECHA-BAJA
                   DELIMITED BY SIZE INTO WS-AUD-ANTERIOR
               END-STRING
               MOVE WS-TIT-ROL     TO TI-ROL
               MOVE WS-TIT-FIRMA   TO TI-FIRMA
               MOVE WS-TIT-FECHA   TO TI-FECHA-ALTA
               MOVE ZERO           TO TI-FECHA-BAJA
               REWRITE TITULAR-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR AL REGRABAR TITULAR. STATUS: '
                               WS-TITULARES-STATUS
                   NOT INVALID KEY
                       DISPLAY '-> CLIENTE ' TI-CLIENTE-ID
                               ' REACTIVADO EN LA CUENTA '
                               TI-CUENTA-NUM
                       PERFORM 862-AUDITAR-ALTA-TITULAR
               END-REWRITE
           END-IF.

 C0015*  Valor nuevo: cliente, rol, firma y fecha de alta.
       862-AUDITAR-ALTA-TITULAR.
           MOVE TI-CUENTA-NUM  TO WS-AUD-CUENTA
           MOVE 'ALTA-TITULAR' TO WS-AUD-CAMPO
           MOVE SPACES TO WS-AUD-NUEVO
           STRING TI-CLIENTE-ID ' ' TI-ROL TI-FIRMA ' ' TI-FECHA-ALTA
               DELIMITED BY SIZE INTO WS-AUD-NUEVO
           END-STRING
           PERFORM 040-GRABAR-AUDITORIA.

 C0015*  La baja no borra la relacion: queda con su fecha de baja como
      *  rastro de quien intervino y hasta cuando.
       865-BAJA-TITULAR.
           PERFORM 875-SOLICITAR-CUENTA-TITULAR
           IF TIT-CUENTA-OK
               DISPLAY 'Id de cliente a dar de baja: '
               ACCEPT WS-TIT-CLIENTE
               MOVE WS-TIT-CUENTA  TO TI-CUENTA-NUM
               MOVE WS-TIT-CLIENTE TO TI-CLIENTE-ID
               READ TITULARES-FILE
                   INVALID KEY
                       DISPLAY 'ERROR: El cliente ' WS-TIT-CLIENTE
                               ' NO INTERVIENE EN LA CUENTA '
                               WS-TIT-CUENTA '.'
                   NOT INVALID KEY
                       PERFORM 867-GRABAR-BAJA-TITULAR
               END-READ
           END-IF.

       867-GRABAR-BAJA-TITULAR.
           IF TI-FECHA-BAJA NOT = ZERO
               DISPLAY 'ERROR: La relacion ya esta de baja desde '
                       TI-FECHA-BAJA '.'
           ELSE
               DISPLAY 'Fecha de baja (AAAAMMDD, 0 = hoy): '
               ACCEPT WS-TIT-FECHA
               IF WS-TIT-FECHA = ZERO
                   MOVE WS-TIT-HOY TO WS-TIT-FECHA
               END-IF
               MOVE SPACES TO WS-AUD-ANTERIOR
               STRING TI-CLIENTE-ID ' ' TI-ROL TI-FIRMA ' '
                      TI-FECHA-ALTA
                   DELIMITED BY SIZE INTO WS-AUD-ANTERIOR
               END-STRING
               MOVE WS-TIT-FECHA TO TI-FECHA-BAJA
               REWRITE TITULAR-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR AL REGRABAR TITULAR. STATUS: '
                               WS-TITULARES-STATUS
                   NOT INVALID KEY
                       DISPLAY '-> CLIENTE ' TI-CLIENTE-ID
                               ' DADO DE BAJA EN LA CUENTA '
                               TI-CUENTA-NUM
                       MOVE TI-CUENTA-NUM  TO WS-AUD-CUENTA
                       MOVE 'BAJA-TITULAR' TO WS-AUD-CAMPO
                       MOVE SPACES TO WS-AUD-NUEVO
                       STRING TI-CLIENTE-ID ' ' TI-ROL TI-FIRMA ' '
                              TI-FECHA-BAJA
                           DELIMITED BY SIZE INTO WS-AUD-NUEVO
                       END-STRING
                       PERFORM 040-GRABAR-AUDITORIA
               END-REWRITE
           END-IF.

 C0015*  Titular principal del maestro y todas las relaciones de la
      *  cuenta, vigentes o de baja.
       870-LISTAR-TITULARES.
           PERFORM 875-SOLICITAR-CUENTA-TITULAR
           IF TIT-CUENTA-OK
               MOVE ZERO TO WS-TIT-LISTADOS
               DISPLAY 'CUENTA ' MR-CUENTA-NUM '  ' MR-NOMBRE
               DISPLAY 'TITULAR PRINCIPAL (MAESTRO): ' MR-CLIENTE-ID
               MOVE WS-TIT-CUENTA TO TI-CUENTA-NUM
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
                           IF TI-CUENTA-NUM NOT = WS-TIT-CUENTA
                               MOVE 'S' TO WS-TITULARES-EOF
                           ELSE
                               PERFORM 872-MOSTRAR-TITULAR
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY WS-TIT-LISTADOS ' RELACIONES LISTADAS.'
           END-IF.

       872-MOSTRAR-TITULAR.
           ADD 1 TO WS-TIT-LISTADOS
           MOVE SPACES TO WS-TIT-SITUACION
           IF TI-FECHA-BAJA = ZERO
               MOVE 'VIGENTE' TO WS-TIT-SITUACION
           ELSE
               STRING 'BAJA ' TI-FECHA-BAJA
                   DELIMITED BY SIZE INTO WS-TIT-SITUACION
               END-STRING
           END-IF
           MOVE TI-CLIENTE-ID TO CL-CLIENTE-ID
           READ CLIENTES-FILE
               INVALID KEY
                   MOVE 'CLIENTE INEXISTENTE' TO CL-NOMBRE
           END-READ
           DISPLAY TI-CLIENTE-ID ' ' TI-ROL ' FIRMA ' TI-FIRMA
                   ' ALTA ' TI-FECHA-ALTA ' ' WS-TIT-SITUACION
                   ' ' CL-NOMBRE.

 C0015*  La cuenta debe existir en el maestro; queda leida en
      *  MASTER-RECORD.
       875-SOLICITAR-CUENTA-TITULAR.
           MOVE 'N' TO WS-TIT-CUENTA-OK
           DISPLAY 'No. de Cuenta (10 dígitos): '
           ACCEPT WS-TIT-CUENTA
           MOVE WS-TIT-CUENTA TO MR-CUENTA-NUM
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY 'ERROR: La cuenta ' WS-TIT-CUENTA
                           ' NO EXISTE (STATUS: '
                           WS-MASTER-STATUS ').'
               NOT INVALID KEY
                   MOVE 'S' TO WS-TIT-CUENTA-OK
           END-READ.

 C0015*  El interviniente debe existir en CLIENTES.DAT (aqui el cero
      *  no vale); si no, se abandona el alta.
       877-SOLICITAR-CLIENTE-TITULAR.
           DISPLAY 'Id de cliente interviniente: '
           ACCEPT WS-TIT-CLIENTE
           MOVE WS-TIT-CLIENTE TO WS-INPUT-CLIENTE-ID
           PERFORM 118-VALIDAR-CLIENTE
           IF WS-TIT-CLIENTE = ZERO OR NOT CLIENTE-OK
               DISPLAY 'CLIENTE INEXISTENTE. USE EL MODO 5 PARA'
                       ' DARLO DE ALTA.'
               MOVE 'N' TO WS-TIT-CUENTA-OK
           END-IF.

       900-FINALIZAR-SIST.
           CLOSE MASTER-FILE, CLIENTES-FILE, AUDITORIA-FILE,
                 TITULARES-FILE, BLOQUEOS-DOC-FILE.
           DISPLAY '--- PROGRAMA DE ADICION FINALIZADO ---'.
