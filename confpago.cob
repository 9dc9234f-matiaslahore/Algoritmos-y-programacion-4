      *          banco transfirio), marca cada orden emitida como
      *          confirmada en ordenes-pago.txt y recien ahi pasa su
      *          factura de "en pago" (3) a pagada (2) en
      *          facturas_indexed.txt (lectura y regrabacion por
      *          clave), con la fecha de pago del dia; al terminar
      *          regenera facturas.txt desde el indexado.
      *          Las retenciones de la orden asentadas por ORDPAGO en
      *          retenciones.txt pasan de provisorias (1) a firmes
      *          (2) con la fecha de la confirmacion.
      * Tectonics: cobc
      ******************************************************************

           SELECT FAC   ASSIGN TO "facturas.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-FAC.
           SELECT FAC-INDEX ASSIGN TO "facturas_indexed.txt"
                        ACCESS MODE IS DYNAMIC
                        ORGANIZATION IS INDEXED
                        RECORD KEY IS FAC-INDEX-CLAVE
                        FILE STATUS IS FS-FAC-INDEX.
           SELECT ORP   ASSIGN TO "ordenes-pago.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-ORP.
           SELECT OPTIONAL RET
                        ASSIGN TO "retenciones.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-RET.

       DATA DIVISION.
       FILE SECTION.
           03 FAC-FECHA-PAGO PIC 9(8).
           03 FAC-OT-NUMERO PIC 9(8).

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

       FD  ORP.
       01  REG-ORP.
           03 OP-NUMERO PIC 9(8).
           03 OP-IMPORTE PIC 9(9)V99.
           03 OP-ESTADO PIC 9(1).

       FD  RET.
       01  REG-RET.
           03 RET-NRO-CERT PIC 9(8).
           03 RET-OP-NUMERO PIC 9(8).
           03 RET-FECHA PIC 9(8).
           03 RET-COD-PROV PIC 9(8).
           03 RET-CUIT-PROV PIC 9(11).
           03 RET-REGIMEN PIC X(4).
           03 RET-BASE PIC 9(9)V99.
           03 RET-ALICUOTA PIC 9(2)V99.
           03 RET-IMPORTE PIC 9(9)V99.
           03 RET-ESTADO PIC 9(1).
           03 RET-FECHA-FIRME PIC 9(8).

       WORKING-STORAGE SECTION.

       77  FS-CNF PIC XX.
           88 OK-FAC VALUE "00".
           88 NO-FAC VALUE "23".
           88 EOF-FAC VALUE "10".
       77  FS-FAC-INDEX PIC XX.
           88 OK-FAC-INDEX VALUE "00".
           88 NO-FAC-INDEX VALUE "23".
           88 EOF-FAC-INDEX VALUE "10".
       77  FS-ORP PIC XX.
           88 OK-ORP VALUE "00".
           88 NO-ORP VALUE "23".
           88 EOF-ORP VALUE "10".

       77  FS-RET PIC XX.
           88 OK-RET VALUE "00".
           88 NO-RET VALUE "23".
           88 EOF-RET VALUE "10".

       01  SW-ERROR-APERTURA PIC X(1) VALUE "N".
           88 ERROR-APERTURA VALUE "S".
       01  SW-ENCONTRADO-ORP PIC X(1) VALUE "N".

       01  FECHA-HOY PIC 9(8) VALUE 0.

       01  CANT-FAC PIC 9(6) VALUE 0.

       01  CANT-ORP PIC 9(4) VALUE 0.
       01  BUFFER-ORP.
       01  POS-ORP PIC 9(4) VALUE 0.
       01  SUBIND-ORP PIC 9(4) VALUE 0.

      * Retenciones practicadas por ORDPAGO.
       01  CANT-RET PIC 9(4) VALUE 0.
       01  BUFFER-RET.
           03 BUF-RET OCCURS 1 TO 9999 TIMES
              DEPENDING ON CANT-RET.
              05 BUF-RET-NRO-CERT PIC 9(8).
              05 BUF-RET-OP-NUMERO PIC 9(8).
              05 BUF-RET-FECHA PIC 9(8).
              05 BUF-RET-COD-PROV PIC 9(8).
              05 BUF-RET-CUIT-PROV PIC 9(11).
              05 BUF-RET-REGIMEN PIC X(4).
              05 BUF-RET-BASE PIC 9(9)V99.
              05 BUF-RET-ALICUOTA PIC 9(2)V99.
              05 BUF-RET-IMPORTE PIC 9(9)V99.
              05 BUF-RET-ESTADO PIC 9(1).
              05 BUF-RET-FECHA-FIRME PIC 9(8).
       01  POS-RET PIC 9(4) VALUE 0.
       01  SUBIND-RET PIC 9(4) VALUE 0.
       01  CANT-RET-FIRMES PIC 9(4) VALUE 0.
       01  TOTAL-RET-FIRME PIC 9(11)V99 VALUE 0.

       01  LEIDOS-CNF PIC 9(4) VALUE 0.
       01  CANT-CONFIRMADAS PIC 9(4) VALUE 0.
       01  CANT-RECHAZADAS PIC 9(4) VALUE 0.
               PERFORM CONFIRMAR-ORDEN UNTIL EOF-CNF
               PERFORM GRABAR-FACTURAS
               PERFORM GRABAR-ORDENES-PAGO
               PERFORM GRABAR-RETENCIONES
               PERFORM IMPR-RESUMEN
               CLOSE CNF
               CLOSE FAC-INDEX
           END-IF.
           STOP RUN.
      *>-----------------------------------------------------------*
           IF FS-CNF NOT = "00"
               DISPLAY "Error en open confirmaciones FS: " FS-CNF
               MOVE "S" TO SW-ERROR-APERTURA.
           OPEN I-O FAC-INDEX.
           IF FS-FAC-INDEX NOT = "00"
               DISPLAY "Error en open facturas indexado FS: "
                   FS-FAC-INDEX ", corresponde correr INDEXER"
               MOVE "S" TO SW-ERROR-APERTURA.
           PERFORM CARGAR-ORDENES-PAGO.
           PERFORM CARGAR-RETENCIONES.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-ORDENES-PAGO.
               MOVE "S" TO SW-ERROR-APERTURA.
           PERFORM LEER-ORP.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-RETENCIONES.
           OPEN INPUT RET.
           IF FS-RET EQUAL "00"
               PERFORM LEER-RET
               PERFORM LLENAR-BUFFER-RET
                   UNTIL EOF-RET OR ERROR-APERTURA
               CLOSE RET
           ELSE
               IF FS-RET = "05"
                   CLOSE RET.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-RET.
           READ RET
               AT END MOVE "10" TO FS-RET.
           IF FS-RET NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER RETENCIONES FS: ' FS-RET.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LLENAR-BUFFER-RET.
           IF CANT-RET < 9999
               ADD 1 TO CANT-RET
               MOVE REG-RET TO BUF-RET(CANT-RET)
           ELSE
               DISPLAY "ERROR: retenciones.txt supera las 9999 "
                   "retenciones, se aborta para no truncar el archivo"
               MOVE "S" TO SW-ERROR-APERTURA.
           PERFORM LEER-RET.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-CNF.
           READ CNF
           MOVE 2 TO BUF-ORP-ESTADO(POS-ORP).
           PERFORM BUSCAR-FAC-ORDEN.
           IF ENCONTRADO-FAC
               MOVE 2 TO FAC-INDEX-ESTADO
               MOVE FECHA-HOY TO FAC-INDEX-FECHA-PAGO
               REWRITE REG-FAC-INDEX
                   INVALID KEY MOVE "23" TO FS-FAC-INDEX
               END-REWRITE
               IF NOT OK-FAC-INDEX
                   DISPLAY "ERROR: no se pudo actualizar la factura "
                       BUF-ORP-FAC-NUMERO(POS-ORP) " FS: "
                       FS-FAC-INDEX
               END-IF
           ELSE
               DISPLAY "ADVERTENCIA: la factura "
                   BUF-ORP-FAC-NUMERO(POS-ORP) " de la orden "
                   CNF-OP-NUMERO " no esta en pago en facturas".
           MOVE 1 TO POS-RET.
           PERFORM AFIRMAR-RETENCION-PASO UNTIL POS-RET > CANT-RET.
           ADD 1 TO CANT-CONFIRMADAS.
           ADD BUF-ORP-IMPORTE(POS-ORP) TO TOTAL-CONFIRMADO.
           DISPLAY "CONFIRMADA: orden de pago " CNF-OP-NUMERO
               " pagada el " FECHA-HOY.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       AFIRMAR-RETENCION-PASO.
           IF BUF-RET-OP-NUMERO(POS-RET) = CNF-OP-NUMERO
               AND BUF-RET-ESTADO(POS-RET) = 1
               MOVE 2 TO BUF-RET-ESTADO(POS-RET)
               MOVE FECHA-HOY TO BUF-RET-FECHA-FIRME(POS-RET)
               ADD 1 TO CANT-RET-FIRMES
               ADD BUF-RET-IMPORTE(POS-RET) TO TOTAL-RET-FIRME.
           ADD 1 TO POS-RET.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-FAC-ORDEN.
           MOVE "N" TO SW-ENCONTRADO-FAC.
           MOVE BUF-ORP-COD-PROV(POS-ORP) TO FAC-INDEX-COD-PROV.
           MOVE BUF-ORP-FAC-NUMERO(POS-ORP) TO FAC-INDEX-NUMERO.
           READ FAC-INDEX RECORD
               INVALID KEY MOVE "23" TO FS-FAC-INDEX.
           IF OK-FAC-INDEX
               IF FAC-INDEX-ESTADO = 3
                   MOVE "S" TO SW-ENCONTRADO-FAC
               END-IF
           ELSE
               IF NOT NO-FAC-INDEX
                   DISPLAY "ERROR AL LEER FACTURAS INDEXADO FS: "
                       FS-FAC-INDEX.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       GRABAR-FACTURAS.
           OPEN OUTPUT FAC.
           PERFORM POSICIONAR-FAC-INDEX.
           PERFORM ESCRIBIR-PASO-FAC UNTIL EOF-FAC-INDEX.
           CLOSE FAC.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       POSICIONAR-FAC-INDEX.
           MOVE ZEROS TO FAC-INDEX-CLAVE.
           START FAC-INDEX KEY IS NOT LESS THAN FAC-INDEX-CLAVE
               INVALID KEY MOVE "10" TO FS-FAC-INDEX.
           IF OK-FAC-INDEX
               PERFORM LEER-FAC-INDEX
           ELSE
               MOVE "10" TO FS-FAC-INDEX.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-FAC-INDEX.
           READ FAC-INDEX NEXT RECORD
               AT END MOVE "10" TO FS-FAC-INDEX.
           IF FS-FAC-INDEX NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER FACTURAS INDEXADO FS: '
                   FS-FAC-INDEX
               MOVE "10" TO FS-FAC-INDEX.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ESCRIBIR-PASO-FAC.
           MOVE REG-FAC-INDEX TO REG-FAC.
           WRITE REG-FAC.
           ADD 1 TO CANT-FAC.
           PERFORM LEER-FAC-INDEX.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       GRABAR-ORDENES-PAGO.
           WRITE REG-ORP.
           ADD 1 TO SUBIND-ORP.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       GRABAR-RETENCIONES.
           IF CANT-RET-FIRMES > 0
               OPEN OUTPUT RET
               MOVE 1 TO SUBIND-RET
               PERFORM ESCRIBIR-PASO-RET UNTIL SUBIND-RET > CANT-RET
               CLOSE RET.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ESCRIBIR-PASO-RET.
           MOVE BUF-RET(SUBIND-RET) TO REG-RET.
           WRITE REG-RET.
           ADD 1 TO SUBIND-RET.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-RESUMEN.
           DISPLAY "Confirmaciones leidas   : " LEIDOS-CNF.
           DISPLAY "Ordenes confirmadas     : " CANT-CONFIRMADAS.
           DISPLAY "Confirmaciones invalidas: " CANT-RECHAZADAS.
           DISPLAY "Importe total confirmado: " TOTAL-CONFIRMADO.
           DISPLAY "Retenciones firmes      : " CANT-RET-FIRMES.
           DISPLAY "Importe retenido firme  : " TOTAL-RET-FIRME.

       END PROGRAM CONFPAGO.
