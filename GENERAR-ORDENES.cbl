      *                       el registro de orden; en los registros
      *                       antiguos, blancos = 0 fallos y activa.
      *
      *C0008 --> Fecha: 15/10/2026
      *          Descripción: Las ordenes que quedan suspendidas en esta
      *                       generacion (no las que ya lo estaban) se
      *                       graban tambien en ORDENES-SUSPENDIDAS.DAT,
      *                       que se reescribe en cada ejecucion, para
      *                       el aviso al cliente de GENERAR-AVISOS.
      *
      *-----------------------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT GENERACION-RPT  ASSIGN TO 'GENERACION-ORDENES.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

 C0008*  Ordenes suspendidas en esta ejecucion (avisos al cliente).
           SELECT SUSPENDIDAS-OUT  ASSIGN TO 'ORDENES-SUSPENDIDAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  GENERACION-RPT.
       01  GENERACION-RECORD-OUT  PIC X(80).

 C0008* Una orden por registro, con la cuenta que paga y el numero de
      * vencimientos fallidos que la suspendieron.
       FD  SUSPENDIDAS-OUT.
       01  SUSPENDIDA-RECORD-OUT.
           05 SO-ORDEN-ID       PIC 9(6).
           05 SO-CUENTA-ORIGEN  PIC 9(10).
           05 SO-CUENTA-DESTINO PIC 9(10).
           05 SO-CANTIDAD       PIC 9(8)V99.
           05 SO-DIVISA         PIC X(3).
           05 SO-FECHA          PIC 9(8).
           05 SO-FALLOS         PIC 9(2).

       WORKING-STORAGE SECTION.
 C0006*  Modo desatendido: con PARAMETROS-EJECUCION.DAT presente el
      *  override se deniega salvo autorizacion expresa del fichero.
           END-IF
           OPEN OUTPUT GENERADAS-OUT
           OPEN OUTPUT GENERACION-RPT
           OPEN OUTPUT SUSPENDIDAS-OUT
           MOVE SPACES TO GENERADA-CONTROL-OUT
           MOVE 'CAB' TO GC-ID
           MOVE WS-FECHA-YYYYMMDD TO GC-FECHA-LOTE
           END-PERFORM.

       156-SUSPENDER-ORDEN.
 C0008*    Solo la que se suspende ahora genera aviso; una ya suspendida
      *    se sigue listando cada dia en el informe.
           IF NOT ORD-SUSPENDIDA(WS-ORD-IDX)
              PERFORM 157-GRABAR-SUSPENDIDA
           END-IF
           MOVE 'S' TO WS-ORD-ESTADO(WS-ORD-IDX)
           ADD 1 TO WS-ORDENES-SUSPENDIDAS
           MOVE SPACES TO WS-LINEA-RPT
           END-STRING
           WRITE GENERACION-RECORD-OUT FROM WS-LINEA-RPT.

       157-GRABAR-SUSPENDIDA.
           MOVE WS-ORD-ID(WS-ORD-IDX)       TO SO-ORDEN-ID
           MOVE WS-ORD-ORIGEN(WS-ORD-IDX)   TO SO-CUENTA-ORIGEN
           MOVE WS-ORD-DESTINO(WS-ORD-IDX)  TO SO-CUENTA-DESTINO
           MOVE WS-ORD-CANTIDAD(WS-ORD-IDX) TO SO-CANTIDAD
           MOVE WS-ORD-DIVISA(WS-ORD-IDX)   TO SO-DIVISA
           MOVE WS-FECHA-YYYYMMDD           TO SO-FECHA
           MOVE WS-ORD-FALLOS(WS-ORD-IDX)   TO SO-FALLOS
           WRITE SUSPENDIDA-RECORD-OUT.

       158-REACTIVAR-ORDEN.
           MOVE 'A' TO WS-ORD-ESTADO(WS-ORD-IDX)
           ADD 1 TO WS-ORDENES-REACTIVADAS
           IF NOT ORDENES-DESBORDADAS
               PERFORM 905-GRABAR-CIERRE-CICLO
           END-IF
           CLOSE GENERADAS-OUT, GENERACION-RPT, SUSPENDIDAS-OUT
           DISPLAY '--- GENERACION DE ORDENES FINALIZADA ---'
           DISPLAY WS-TRANS-EMITIDAS ' TRANSACCIONES EMITIDAS.'.

