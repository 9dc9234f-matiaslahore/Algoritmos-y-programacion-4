      *          liquidacion de expensas. Toma las facturas pagadas
      *          del periodo (facturas.txt, estado 2 y fecha de pago
      *          dentro del periodo de periodo.txt), les asigna el
      *          consorcio de su orden de trabajo (lectura por
      *          numero en ordenes_indexed.txt),
      *          deriva el concepto de gasto desde el rubro del
      *          proveedor (prov.txt) con la tabla de equivalencias
      *          rubro-concepto.txt, y graba gastos.txt ordenado por
           SELECT FAC   ASSIGN TO "facturas.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-FAC.
           SELECT ORT-INDEX ASSIGN TO "ordenes_indexed.txt"
                        ACCESS MODE IS DYNAMIC
                        ORGANIZATION IS INDEXED
                        RECORD KEY IS OT-INDEX-NUMERO
                        ALTERNATE RECORD KEY IS
                            OT-INDEX-CUIT-CONS WITH DUPLICATES
                        FILE STATUS IS FS-ORT-INDEX.
           SELECT PROV  ASSIGN TO "prov.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-PROV.
              88 FAC-SIN-FECHA-PAGO VALUE 0.
           03 FAC-OT-NUMERO PIC 9(8).

       FD  ORT-INDEX.
       01  REG-ORT-INDEX.
           03 OT-INDEX-NUMERO PIC 9(8).
           03 OT-INDEX-CUIT-CONS PIC 9(15).
           03 OT-INDEX-COD-PROV PIC 9(8).
           03 OT-INDEX-RUBRO PIC 9(4).
           03 OT-INDEX-FECHA-PEDIDO PIC 9(8).
           03 OT-INDEX-FECHA-CIERRE PIC 9(8).
           03 OT-INDEX-ESTADO PIC 9(1).

       FD  PROV.
       01  REG-PROV.
           88 OK-FAC VALUE "00".
           88 NO-FAC VALUE "23".
           88 EOF-FAC VALUE "10".
       77  FS-ORT-INDEX PIC XX.
           88 OK-ORT-INDEX VALUE "00".
           88 NO-ORT-INDEX VALUE "23".
           88 EOF-ORT-INDEX VALUE "10".
       77  FS-PROV PIC XX.
           88 OK-PROV VALUE "00".
           88 NO-PROV VALUE "23".
       01  PERIODO-LIQ PIC 9(6) VALUE 0.
       01  PERIODO-PAGO PIC 9(6) VALUE 0.

       01  CANT-PROV PIC 9(4) VALUE 0.
       01  TABLA-PROV.
           03 TAB-PROV OCCURS 1 TO 9999 TIMES
               DISPLAY "Error en open gastos sin clasificar FS: "
                   FS-GAS-SC
               MOVE "S" TO SW-ERROR-APERTURA.
           OPEN INPUT ORT-INDEX.
           IF FS-ORT-INDEX NOT = "00"
               DISPLAY "Error en open ordenes indexado FS: "
                   FS-ORT-INDEX
               MOVE "S" TO SW-ERROR-APERTURA.
           PERFORM CARGAR-PROVEEDORES.
           PERFORM CARGAR-TABLA-RBC.
      *>-----------------------------------------------------------*
       CERRAR-ARCHIVOS.
           CLOSE FAC.
           CLOSE GAS-SC.
           CLOSE ORT-INDEX.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-PERIODO.
           DISPLAY "Generando gastos del periodo " PERIODO-LIQ
               " desde las facturas pagadas.".
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-PROVEEDORES.
           OPEN INPUT PROV.
      *>-----------------------------------------------------------*
       BUSCAR-OT.
           MOVE "N" TO SW-ENCONTRADA-OT.
           MOVE FAC-OT-NUMERO TO OT-INDEX-NUMERO.
           READ ORT-INDEX RECORD
               INVALID KEY MOVE "23" TO FS-ORT-INDEX.
           IF OK-ORT-INDEX
               MOVE "S" TO SW-ENCONTRADA-OT
           ELSE
               IF NOT NO-ORT-INDEX
                   DISPLAY 'ERROR AL LEER ORDENES INDEXADO FS: '
                       FS-ORT-INDEX.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       GENERAR-GASTO.
           MOVE OT-INDEX-CUIT-CONS TO GSC-CUIT-CONS.
           PERFORM BUSCAR-RUBRO-PROV.
           PERFORM BUSCAR-EQUIVALENCIA.
           MOVE FAC-IMPORTE TO GSC-IMPORTE.
