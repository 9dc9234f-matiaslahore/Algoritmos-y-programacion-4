                               RECORD KEY IS MAE-INDEX-CUIT-CONS
                               FILE STATUS IS FS-MAE-INDEX.

           SELECT FAC          ASSIGN TO DISK "facturas.txt"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-FAC.

           SELECT FAC-INDEX    ASSIGN TO "facturas_indexed.txt"
                               ACCESS MODE IS DYNAMIC
                               ORGANIZATION IS INDEXED
                               RECORD KEY IS FAC-INDEX-CLAVE
                               FILE STATUS IS FS-FAC-INDEX.

           SELECT ORT          ASSIGN TO DISK "ordenes.txt"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-ORT.

           SELECT ORT-INDEX    ASSIGN TO "ordenes_indexed.txt"
                               ACCESS MODE IS DYNAMIC
                               ORGANIZATION IS INDEXED
                               RECORD KEY IS OT-INDEX-NUMERO
                               ALTERNATE RECORD KEY IS
                                   OT-INDEX-CUIT-CONS WITH DUPLICATES
                               FILE STATUS IS FS-ORT-INDEX.

           SELECT OPTIONAL MODO
                               ASSIGN TO "indexer-modo.txt"
                               ORGANIZATION IS LINE SEQUENTIAL
           03 MAE-INDEX-ENTIDAD PIC 9(3).
           03 MAE-INDEX-COD-ADMIN PIC 9(4).

       FD  FAC.
       01  REG-FAC.
           03 FAC-COD-PROV PIC 9(8).
           03 FAC-NUMERO PIC 9(8).
           03 FAC-FECHA-EMISION PIC 9(8).
           03 FAC-FECHA-VENCIMIENTO PIC 9(8).
           03 FAC-IMPORTE PIC 9(9)V99.
           03 FAC-ESTADO PIC 9(1).
           03 FAC-FECHA-PAGO PIC 9(8).
           03 FAC-OT-NUMERO PIC 9(8).

      * Facturas de proveedores por proveedor + numero de factura.
       FD  FAC-INDEX.
       01  REG-FAC-INDEX.
           03 FAC-INDEX-CLAVE.
              05 FAC-INDEX-COD-PROV PIC 9(8).
              05 FAC-INDEX-NUMERO PIC 9(8).
           03 FAC-INDEX-FECHA-EMISION PIC 9(8).
           03 FAC-INDEX-FECHA-VENCIMIENTO PIC 9(8).
           03 FAC-INDEX-IMPORTE PIC 9(9)V99.
           03 FAC-INDEX-ESTADO PIC 9(1).
           03 FAC-INDEX-FECHA-PAGO PIC 9(8).
           03 FAC-INDEX-OT-NUMERO PIC 9(8).

       FD  ORT.
       01  REG-ORT.
           03 OT-NUMERO PIC 9(8).
           03 OT-CUIT-CONS PIC 9(15).
           03 OT-COD-PROV PIC 9(8).
           03 OT-RUBRO PIC 9(4).
           03 OT-FECHA-PEDIDO PIC 9(8).
           03 OT-FECHA-CIERRE PIC 9(8).
           03 OT-ESTADO PIC 9(1).

      * Ordenes de trabajo por numero, con clave alternativa por
      * consorcio.
       FD  ORT-INDEX.
       01  REG-ORT-INDEX.
           03 OT-INDEX-NUMERO PIC 9(8).
           03 OT-INDEX-CUIT-CONS PIC 9(15).
           03 OT-INDEX-COD-PROV PIC 9(8).
           03 OT-INDEX-RUBRO PIC 9(4).
           03 OT-INDEX-FECHA-PEDIDO PIC 9(8).
           03 OT-INDEX-FECHA-CIERRE PIC 9(8).
           03 OT-INDEX-ESTADO PIC 9(1).

       FD  RUB.
       01  REG-RUB.
           03 RUB-CODIGO PIC 9(4).
           88 NO-MAE-INDEX VALUE "23".
           88 EOF-MAE-INDEX VALUE "10".

       77  FS-FAC PIC XX.
           88 OK-FAC VALUE "00".
           88 NO-FAC VALUE "23".
           88 EOF-FAC VALUE "10".

       77  FS-FAC-INDEX PIC XX.
           88 OK-FAC-INDEX VALUE "00".
           88 NO-FAC-INDEX VALUE "23".
           88 EOF-FAC-INDEX VALUE "10".

       77  FS-ORT PIC XX.
           88 OK-ORT VALUE "00".
           88 NO-ORT VALUE "23".
           88 EOF-ORT VALUE "10".

       77  FS-ORT-INDEX PIC XX.
           88 OK-ORT-INDEX VALUE "00".
           88 NO-ORT-INDEX VALUE "23".
           88 EOF-ORT-INDEX VALUE "10".

       77  FS-RUB PIC XX.
           88 OK-RUB VALUE "00".
           88 NO-RUB VALUE "23".
       01  LEIDOS-CPR PIC 9(6) VALUE 0.
       01  LEIDOS-PROV PIC 9(6) VALUE 0.
       01  LEIDOS-MAE PIC 9(6) VALUE 0.
       01  LEIDOS-FAC PIC 9(6) VALUE 0.
       01  LEIDOS-ORT PIC 9(6) VALUE 0.

      * Modo de corrida: la reconstruccion total es la de siempre;
      * el modo incremental (indexer-modo.txt = "INCREMENTAL")
               PERFORM CONVERTIR-CPR
               PERFORM CONVERTIR-PROV
               PERFORM CONVERTIR-MAE
               PERFORM INDEXAR-FACTURAS-ORDENES
               PERFORM GRABAR-CONTROL-CORRIDA
               PERFORM MOSTRAR-RESULTADO
           END-IF.
           PERFORM LEER-AUDIT.

      * Modo incremental: cpr_indexed y prov_indexed se reconstruyen
      * igual (no tienen archivo de novedades propio y son chicos),
      * lo mismo que facturas_indexed y ordenes_indexed;
      * sobre maestro_indexed.txt se aplican solo las altas y
      * cambios que TP dejo en auditoria.txt en su ultima corrida y
      * las bajas de bajas-dia.txt, sin reconstruirlo.
               PERFORM CARGAR-MAESTRO-MEMORIA
               PERFORM APLICAR-NOVEDADES-AUDITORIA
               PERFORM APLICAR-BAJAS-DIA
               PERFORM INDEXAR-FACTURAS-ORDENES
               PERFORM GRABAR-CONTROL-INCREMENTAL
               PERFORM MOSTRAR-RESUMEN-INCREMENTAL
               CLOSE CPR
               MOVE "MAESTRO" TO CTL-ARCHIVO
               MOVE LEIDOS-MAE TO CTL-CANT
               WRITE REG-CTL
               MOVE "FACTURAS" TO CTL-ARCHIVO
               MOVE LEIDOS-FAC TO CTL-CANT
               WRITE REG-CTL
               MOVE "ORDENES" TO CTL-ARCHIVO
               MOVE LEIDOS-ORT TO CTL-CANT
               WRITE REG-CTL
               MOVE "MAE-INDEX" TO CTL-ARCHIVO
               MOVE "T" TO CTL-TIPO
               COMPUTE CTL-CANT = CLAVES-APLICADAS + CLAVES-BORRADAS
           DISPLAY "CUIT auditados sin maestro      : "
               CANT-SIN-MAESTRO.

      * facturas_indexed.txt y ordenes_indexed.txt se reconstruyen
      * completos en cualquier modo a partir de facturas.txt y
      * ordenes.txt. Los programas que mantienen esos archivos
      * (FACPROV, CONFPAGO, ORDPAGO, ORDTRAB) actualizan ademas el
      * indice en el dia; esta reconstruccion nocturna los vuelve a
      * alinear con la version secuencial. Sin archivo de origen
      * queda un indice vacio.
       INDEXAR-FACTURAS-ORDENES.
           OPEN OUTPUT FAC-INDEX.
           IF FS-FAC-INDEX NOT = "00"
               DISPLAY "INDEXER: error en open facturas indexado FS: "
                   FS-FAC-INDEX
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN INPUT FAC
               IF FS-FAC EQUAL "00"
                   PERFORM LEER-FAC
                   PERFORM PROCESAR-FAC UNTIL EOF-FAC
                   CLOSE FAC
               ELSE
                   DISPLAY "ADVERTENCIA: facturas.txt inexistente o "
                       "ilegible (FS: " FS-FAC "), facturas_indexed "
                       "queda vacio"
               END-IF
               CLOSE FAC-INDEX
           END-IF.
           OPEN OUTPUT ORT-INDEX.
           IF FS-ORT-INDEX NOT = "00"
               DISPLAY "INDEXER: error en open ordenes indexado FS: "
                   FS-ORT-INDEX
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN INPUT ORT
               IF FS-ORT EQUAL "00"
                   PERFORM LEER-ORT
                   PERFORM PROCESAR-ORT UNTIL EOF-ORT
                   CLOSE ORT
               ELSE
                   DISPLAY "ADVERTENCIA: ordenes.txt inexistente o "
                       "ilegible (FS: " FS-ORT "), ordenes_indexed "
                       "queda vacio"
               END-IF
               CLOSE ORT-INDEX
           END-IF.

       LEER-FAC.
           READ FAC AT END MOVE "10" TO FS-FAC.
           IF FS-FAC NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER FACTURAS FS: ' FS-FAC.

       PROCESAR-FAC.
           ADD 1 TO LEIDOS-FAC.
           MOVE REG-FAC TO REG-FAC-INDEX.
           WRITE REG-FAC-INDEX.
           IF FS-FAC-INDEX NOT = "00"
               DISPLAY "ERROR AL ESCRIBIR FAC-INDEX FS: "
                   FS-FAC-INDEX " PROV " FAC-INDEX-COD-PROV
                   " FACTURA " FAC-INDEX-NUMERO.
           PERFORM LEER-FAC.

       LEER-ORT.
           READ ORT AT END MOVE "10" TO FS-ORT.
           IF FS-ORT NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER ORDENES FS: ' FS-ORT.

       PROCESAR-ORT.
           ADD 1 TO LEIDOS-ORT.
           MOVE REG-ORT TO REG-ORT-INDEX.
           WRITE REG-ORT-INDEX.
           IF FS-ORT-INDEX NOT = "00"
               DISPLAY "ERROR AL ESCRIBIR OT-INDEX FS: "
                   FS-ORT-INDEX " ORDEN " OT-INDEX-NUMERO.
           PERFORM LEER-ORT.

       CONVERTIR-CPR.
           PERFORM LEER-CPR.
           PERFORM PROCESAR-CPR UNTIL EOF-CPR.
               MOVE "MAESTRO" TO CTL-ARCHIVO
               MOVE LEIDOS-MAE TO CTL-CANT
               WRITE REG-CTL
               MOVE "FACTURAS" TO CTL-ARCHIVO
               MOVE LEIDOS-FAC TO CTL-CANT
               WRITE REG-CTL
               MOVE "ORDENES" TO CTL-ARCHIVO
               MOVE LEIDOS-ORT TO CTL-CANT
               WRITE REG-CTL
               MOVE "MAE-INDEX" TO CTL-ARCHIVO
               MOVE "E" TO CTL-TIPO
               MOVE LEIDOS-MAE TO CTL-CANT
