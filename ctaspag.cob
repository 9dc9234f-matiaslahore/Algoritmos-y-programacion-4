      * Purpose: Reporte de cuentas a pagar a proveedores. Recorre
      *          prov_indexed.txt por la clave alternativa de rubro
      *          (PRO-INDEX-RUBRO) y lista por cada proveedor sus
      *          facturas pendientes, con buckets de vencimiento
      *          (vencida, hasta 30, hasta 60, mas de 60) y
      *          subtotales por rubro. Las facturas de cada
      *          proveedor se leen de facturas_indexed.txt
      *          posicionando por clave en su codigo.
      * Tectonics: cobc
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FAC-INDEX ASSIGN TO "facturas_indexed.txt"
                        ACCESS MODE IS DYNAMIC
                        ORGANIZATION IS INDEXED
                        RECORD KEY IS FAC-INDEX-CLAVE
                        FILE STATUS IS FS-FAC-INDEX.
           SELECT PROV-INDEX ASSIGN TO "prov_indexed.txt"
                        ACCESS MODE IS DYNAMIC
                        ORGANIZATION IS INDEXED
       DATA DIVISION.
       FILE SECTION.

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

       FD  PROV-INDEX.
       01  REG-PROV-INDEX.

       01  LINEA PIC X(106).

       77  FS-FAC-INDEX PIC XX.
           88 OK-FAC-INDEX VALUE "00".
           88 NO-FAC-INDEX VALUE "23".
           88 EOF-FAC-INDEX VALUE "10".
       77  FS-PROV-INDEX PIC XX.
           88 OK-PROV-INDEX VALUE "00".
           88 NO-PROV-INDEX VALUE "23".
       01  SW-ERROR-APERTURA PIC X(1) VALUE "N".
           88 ERROR-APERTURA VALUE "S".

       01  SW-HAY-FACTURAS PIC X(1) VALUE "N".
           88 HAY-FACTURAS VALUE "S".

       01  FECHA-HOY.
           03 FH-ANIO   PIC 9(4).
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM ARMAR-FECHA-HOY
               PERFORM ABRIR-FACTURAS
               PERFORM IMPR-CABECERA
               MOVE ZEROS TO PRO-INDEX-RUBRO
               START PROV-INDEX KEY IS NOT LESS THAN PRO-INDEX-RUBRO
               END-IF
               PERFORM IMPR-TOTAL-GENERAL
               CLOSE PROV-INDEX
               IF HAY-FACTURAS
                   CLOSE FAC-INDEX
               END-IF
           END-IF.
           STOP RUN.
      *>-----------------------------------------------------------*
           COMPUTE DIAS-HOY = FH-ANIO * 360 + FH-MES * 30 + FH-DIA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ABRIR-FACTURAS.
           OPEN INPUT FAC-INDEX.
           IF FS-FAC-INDEX EQUAL "00"
               MOVE "S" TO SW-HAY-FACTURAS
           ELSE
               DISPLAY "ADVERTENCIA: facturas_indexed.txt inexistente "
                   "o ilegible (FS: " FS-FAC-INDEX "), el reporte "
                   "sale sin facturas".
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
       LEER-PROV-INDEX.
           MOVE 0 TO PROV-60.
           MOVE 0 TO PROV-MAS-60.
           MOVE 0 TO CANT-FAC-PROV.
           IF HAY-FACTURAS
               MOVE PRO-INDEX-COD-PROV TO FAC-INDEX-COD-PROV
               MOVE ZEROS TO FAC-INDEX-NUMERO
               START FAC-INDEX KEY IS NOT LESS THAN FAC-INDEX-CLAVE
                   INVALID KEY MOVE "10" TO FS-FAC-INDEX
               END-START
               IF OK-FAC-INDEX
                   PERFORM LEER-FAC-INDEX
                   PERFORM SUMAR-FACTURA-PASO
                       UNTIL EOF-FAC-INDEX
                       OR FAC-INDEX-COD-PROV NOT = PRO-INDEX-COD-PROV
               END-IF
           END-IF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       SUMAR-FACTURA-PASO.
           IF FAC-INDEX-ESTADO = 1
               ADD 1 TO CANT-FAC-PROV
               PERFORM BUCKETEAR-FACTURA.
           PERFORM LEER-FAC-INDEX.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUCKETEAR-FACTURA.
           MOVE FAC-INDEX-FECHA-VENCIMIENTO
               TO VENCIMIENTO-AUX.
           COMPUTE DIAS-VENCIMIENTO =
               VA-ANIO * 360 + VA-MES * 30 + VA-DIA.
           COMPUTE DIAS-RESTAN = DIAS-VENCIMIENTO - DIAS-HOY.
           IF DIAS-RESTAN < 0
               ADD FAC-INDEX-IMPORTE TO PROV-VENCIDA
           ELSE
               IF DIAS-RESTAN <= 30
                   ADD FAC-INDEX-IMPORTE TO PROV-30
               ELSE
                   IF DIAS-RESTAN <= 60
                       ADD FAC-INDEX-IMPORTE TO PROV-60
                   ELSE
                       ADD FAC-INDEX-IMPORTE TO PROV-MAS-60.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-CABECERA.
