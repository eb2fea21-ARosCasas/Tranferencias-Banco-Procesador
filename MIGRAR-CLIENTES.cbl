       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGRAR-CLIENTES.
      * PROPOSITO: Convierte un CLIENTES.DAT con el layout original
      * (CL-CLIENTE-ID, CL-NOMBRE, CL-DOCUMENTO, CL-DIRECCION y
      * CL-TELEFONO) al layout ampliado con los datos de contacto,
      * las preferencias de aviso y los datos del documento de
      * identidad que usan NUEVA-CUENTA (modo 5), CONTROL-DOCUMENTOS,
      * POSICION-CLIENTE, DECLARAR-RELEVANTES, DETECTAR-INACTIVAS,
      * VIGILAR-TRANSFERENCIAS y GENERAR-AVISOS.
      *
      * PROCEDIMIENTO DE MIGRACION (fuera de este programa):
      *   1. Detener todos los programas que usan CLIENTES.DAT.
      *   2. Renombrar el fichero de producción actual (layout antiguo)
      *      a CLIENTES.DAT.OLD (junto con su índice, si el sistema de
      *      ficheros lo expone como fichero aparte).
      *   3. Ejecutar MIGRAR-CLIENTES. Lee CLIENTES.DAT.OLD y escribe
      *      CLIENTES.DAT con el layout nuevo, con los campos que no
      *      existían a su valor por defecto (ver 200-CONVERTIR-
      *      CLIENTE): sin movil ni e-mail, sin consentimiento de aviso
      *      por ningún canal ('N') y umbrales de aviso a 0 (sin aviso).
      *      Tipo, país y caducidad del documento quedan sin informar.
      *   4. Revisar INFORME-MIGRACION-CLIENTES.RPT (clientes leídos/
      *      convertidos/rechazados) antes de reanudar el resto de los
      *      programas. Los datos de aviso se informan después con la
      *      opción M del modo 5 de NUEVA-CUENTA y los del documento con
      *      la opción D.
      *   5. Conservar CLIENTES.DAT.OLD como copia de seguridad hasta
      *      confirmar que la migración es correcta.
      *-----------------------------------------------------------------------*
      *CAMBIOS:
      *C0001 --> Fecha: 15/10/2026
      *          Descripción: Programa nuevo, para convertir un
      *                       CLIENTES.DAT ya existente al layout con
      *                       movil, e-mail, consentimientos y umbrales
      *                       de aviso.
      *
      *C0002 --> Fecha: 15/10/2026
      *          Descripción: Tipo, pais de expedicion y fecha de
      *                       caducidad del documento de identidad en el
      *                       layout nuevo, sin informar (espacios y
      *                       cero) en los clientes migrados.
      *                       CONTROL-DOCUMENTOS los lista para que las
      *                       oficinas los completen con la opcion D del
      *                       modo 5 de NUEVA-CUENTA.
      *
      *-----------------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
 C0001*  Fichero de origen: layout antiguo, de sólo lectura.
           SELECT CLIENTES-OLD  ASSIGN TO 'CLIENTES.DAT.OLD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLO-CLIENTE-ID
               FILE STATUS IS WS-OLD-STATUS.

 C0001*  Fichero de destino: layout nuevo, con el nombre canónico que
      *  usan el resto de los programas.
           SELECT CLIENTES-NEW  ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLN-CLIENTE-ID
               FILE STATUS IS WS-NEW-STATUS.

           SELECT MIGRACION-RPT
               ASSIGN TO 'INFORME-MIGRACION-CLIENTES.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES-OLD.
       01  CLIENTE-RECORD-OLD.
           05 CLO-CLIENTE-ID  PIC 9(8).
           05 CLO-NOMBRE      PIC X(40).
           05 CLO-DOCUMENTO   PIC X(15).
           05 CLO-DIRECCION   PIC X(40).
           05 CLO-TELEFONO    PIC X(15).

      * Mismo layout que en NUEVA-CUENTA (modo 5).
       FD  CLIENTES-NEW.
       01  CLIENTE-RECORD-NEW.
           05 CLN-CLIENTE-ID         PIC 9(8).
           05 CLN-NOMBRE             PIC X(40).
           05 CLN-DOCUMENTO          PIC X(15).
           05 CLN-DIRECCION          PIC X(40).
           05 CLN-TELEFONO           PIC X(15).
           05 CLN-MOVIL              PIC X(15).
           05 CLN-EMAIL              PIC X(50).
           05 CLN-AVISO-SMS          PIC X(1).
           05 CLN-AVISO-EMAIL        PIC X(1).
           05 CLN-UMBRAL-SALDO       PIC 9(8)V99.
           05 CLN-UMBRAL-MOVIMIENTO  PIC 9(8)V99.
 C0002*    Documento de identidad (tipo, pais y caducidad).
           05 CLN-TIPO-DOCUMENTO     PIC X(1).
           05 CLN-PAIS-DOCUMENTO     PIC X(2).
           05 CLN-FECHA-CADUCIDAD    PIC 9(8).

       FD  MIGRACION-RPT.
       01  MIGRACION-RECORD-OUT  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05 WS-OLD-STATUS    PIC XX.
           05 WS-NEW-STATUS    PIC XX.
           05 WS-OLD-EOF-FLAG  PIC X VALUE 'N'.
              88 END-OF-OLD    VALUE 'S'.

       01  WS-CONTADORES.
           05 WS-CLIENTES-LEIDOS      PIC 9(5) VALUE ZERO.
           05 WS-CLIENTES-CONVERTIDOS PIC 9(5) VALUE ZERO.
           05 WS-CLIENTES-RECHAZADOS  PIC 9(5) VALUE ZERO.

       01  WS-LINEA-RPT  PIC X(80).

       PROCEDURE DIVISION.
           PERFORM 000-INICIO-SIST
           PERFORM 100-CONVERTIR-CLIENTE
               UNTIL END-OF-OLD
           PERFORM 900-FINALIZAR-SIST
           STOP RUN.

       000-INICIO-SIST.
           DISPLAY '*** MIGRACION DE CLIENTES.DAT ***'
           OPEN INPUT CLIENTES-OLD
           IF WS-OLD-STATUS NOT = '00'
               DISPLAY '*** ERROR AL ABRIR CLIENTES-OLD ***'
               DISPLAY 'FILE STATUS: ' WS-OLD-STATUS
               MOVE 'S' TO WS-OLD-EOF-FLAG
           ELSE
               OPEN OUTPUT CLIENTES-NEW
               OPEN OUTPUT MIGRACION-RPT
               PERFORM 110-LEER-CLIENTES-OLD
           END-IF.

       100-CONVERTIR-CLIENTE.
           ADD 1 TO WS-CLIENTES-LEIDOS
           PERFORM 200-CONVERTIR-CLIENTE
           PERFORM 110-LEER-CLIENTES-OLD.

       110-LEER-CLIENTES-OLD.
           READ CLIENTES-OLD NEXT RECORD
               AT END
                   MOVE 'S' TO WS-OLD-EOF-FLAG
           END-READ.

       200-CONVERTIR-CLIENTE.
 C0001*    Valores por defecto para los campos que no existían en el
      *    layout antiguo: ningún aviso hasta que el cliente lo pida.
           MOVE CLO-CLIENTE-ID TO CLN-CLIENTE-ID
           MOVE CLO-NOMBRE     TO CLN-NOMBRE
           MOVE CLO-DOCUMENTO  TO CLN-DOCUMENTO
           MOVE CLO-DIRECCION  TO CLN-DIRECCION
           MOVE CLO-TELEFONO   TO CLN-TELEFONO
           MOVE SPACES         TO CLN-MOVIL
           MOVE SPACES         TO CLN-EMAIL
           MOVE 'N'            TO CLN-AVISO-SMS
           MOVE 'N'            TO CLN-AVISO-EMAIL
           MOVE ZERO           TO CLN-UMBRAL-SALDO
           MOVE ZERO           TO CLN-UMBRAL-MOVIMIENTO
 C0002*    Documento sin informar: lo completa la oficina.
           MOVE SPACES         TO CLN-TIPO-DOCUMENTO
           MOVE SPACES         TO CLN-PAIS-DOCUMENTO
           MOVE ZERO           TO CLN-FECHA-CADUCIDAD

           WRITE CLIENTE-RECORD-NEW
               INVALID KEY
                   ADD 1 TO WS-CLIENTES-RECHAZADOS
                   PERFORM 210-ESCRIBIR-LINEA-RECHAZO
               NOT INVALID KEY
                   ADD 1 TO WS-CLIENTES-CONVERTIDOS
           END-WRITE.

       210-ESCRIBIR-LINEA-RECHAZO.
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'RECHAZADO: CLIENTE ' CLO-CLIENTE-ID
                  ' - STATUS ' WS-NEW-STATUS
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE MIGRACION-RECORD-OUT FROM WS-LINEA-RPT.

       900-FINALIZAR-SIST.
           IF WS-OLD-STATUS = '00'
               PERFORM 910-ESCRIBIR-RESUMEN
               CLOSE CLIENTES-OLD, CLIENTES-NEW, MIGRACION-RPT
           END-IF
           DISPLAY '--- MIGRACION FINALIZADA ---'
           DISPLAY WS-CLIENTES-CONVERTIDOS ' CLIENTES CONVERTIDOS.'.

       910-ESCRIBIR-RESUMEN.
           MOVE SPACES TO WS-LINEA-RPT
           STRING 'CLIENTES LEIDOS: ' WS-CLIENTES-LEIDOS
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE MIGRACION-RECORD-OUT FROM WS-LINEA-RPT

           MOVE SPACES TO WS-LINEA-RPT
           STRING 'CLIENTES CONVERTIDOS: ' WS-CLIENTES-CONVERTIDOS
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE MIGRACION-RECORD-OUT FROM WS-LINEA-RPT

           MOVE SPACES TO WS-LINEA-RPT
           STRING 'CLIENTES RECHAZADOS: ' WS-CLIENTES-RECHAZADOS
              DELIMITED BY SIZE INTO WS-LINEA-RPT
           END-STRING
           WRITE MIGRACION-RECORD-OUT FROM WS-LINEA-RPT.
