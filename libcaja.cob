      *          movimientos fechados los ingresos por cobranza
      *          (pagos.txt del mes de periodo.txt) y los egresos por
      *          pagos a proveedores (facturas.txt pagadas en el mes,
      *          asignadas al consorcio por su orden de trabajo,
      *          leida por numero en ordenes_indexed.txt), los
      *          ordena por CUIT y fecha en caja-mov.txt y emite por
      *          cada consorcio el libro de caja del mes con saldo
      *          inicial, movimientos y saldo final. Los saldos
      *          finales se arrastran de mes a mes en caja-saldos.txt
      *          (signo + a favor, - en descubierto).
      *          Un pago negativo de pagos.txt (contraasiento de
      *          ANUPAG) se registra como egreso por su valor
      *          absoluto en el mes de la fecha del pago anulado.
      * Tectonics: cobc
      ******************************************************************

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
           SELECT CSA   ASSIGN TO "caja-saldos.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-CSA.
       01  REG-PAG.
           03 PAG-CUIT-CONS    PIC 9(15).
           03 PAG-FECHA        PIC 9(8).
           03 PAG-IMPORTE      PIC S9(9)V99.
           03 PAG-NRO-UNIDAD   PIC 9(4).

       FD  FAC.
       01  REG-FAC.
           03 FAC-FECHA-PAGO PIC 9(8).
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

       FD  CSA.
       01  REG-CSA.
           88 OK-FAC VALUE "00".
           88 NO-FAC VALUE "23".
           88 EOF-FAC VALUE "10".
       77  FS-ORT-INDEX PIC XX.
           88 OK-ORT-INDEX VALUE "00".
           88 NO-ORT-INDEX VALUE "23".
           88 EOF-ORT-INDEX VALUE "10".
       77  FS-CSA PIC XX.
           88 OK-CSA VALUE "00".
           88 NO-CSA VALUE "23".
           88 ERROR-APERTURA VALUE "S".
       01  SW-ENCONTRADA-OT PIC X(1) VALUE "N".
           88 ENCONTRADA-OT VALUE "S".
       01  SW-HAY-ORDENES PIC X(1) VALUE "N".
           88 HAY-ORDENES VALUE "S".

       01  PERIODO-LIQ PIC 9(6) VALUE 0.
       01  PERIODO-MOV PIC 9(6) VALUE 0.

      * Saldos de caja arrastrados del mes anterior; VISTO marca los
      * consorcios con movimientos en el mes para regrabar el resto
      * sin cambios.
               DISPLAY "Error en open movimientos de caja FS: "
                   FS-CMV-SC
               MOVE "S" TO SW-ERROR-APERTURA.
           PERFORM ABRIR-ORDENES.
           PERFORM CARGAR-SALDOS-CAJA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
           MOVE PERIODO-LIQ TO TITCAJ-PERIODO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ABRIR-ORDENES.
           OPEN INPUT ORT-INDEX.
           IF FS-ORT-INDEX EQUAL "00"
               MOVE "S" TO SW-HAY-ORDENES
           ELSE
               DISPLAY "ADVERTENCIA: ordenes_indexed.txt inexistente "
                   "o ilegible (FS: " FS-ORT-INDEX "), los egresos no "
                   "podran asignarse a consorcios".
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-SALDOS-CAJA.
           OPEN INPUT CSA.
           IF PERIODO-MOV = PERIODO-LIQ
               MOVE PAG-CUIT-CONS TO CSC-CUIT-CONS
               MOVE PAG-FECHA TO CSC-FECHA
               MOVE ZEROS TO CSC-REFERENCIA
               IF PAG-IMPORTE < 0
                   MOVE "E" TO CSC-TIPO
                   COMPUTE CSC-IMPORTE = 0 - PAG-IMPORTE
               ELSE
                   MOVE "I" TO CSC-TIPO
                   MOVE PAG-IMPORTE TO CSC-IMPORTE
               END-IF
               WRITE REG-CMV-SC.
           PERFORM LEER-PAG.
      *>-----------------------------------------------------------*
               DISPLAY "ADVERTENCIA: facturas.txt inexistente o "
                   "ilegible (FS: " FS-FAC "), libro sin egresos".
           CLOSE CMV-SC.
           IF HAY-ORDENES
               CLOSE ORT-INDEX.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-FAC.
       ASIGNAR-EGRESO.
           PERFORM BUSCAR-OT.
           IF ENCONTRADA-OT
               MOVE OT-INDEX-CUIT-CONS TO CSC-CUIT-CONS
               MOVE FAC-FECHA-PAGO TO CSC-FECHA
               MOVE "E" TO CSC-TIPO
               MOVE FAC-NUMERO TO CSC-REFERENCIA
      *>-----------------------------------------------------------*
       BUSCAR-OT.
           MOVE "N" TO SW-ENCONTRADA-OT.
           IF HAY-ORDENES AND FAC-OT-NUMERO NOT = ZERO
               MOVE FAC-OT-NUMERO TO OT-INDEX-NUMERO
               READ ORT-INDEX RECORD
                   INVALID KEY MOVE "23" TO FS-ORT-INDEX
               END-READ
               IF OK-ORT-INDEX
                   MOVE "S" TO SW-ENCONTRADA-OT
               ELSE
                   IF NOT NO-ORT-INDEX
                       DISPLAY 'ERROR AL LEER ORDENES INDEXADO FS: '
                           FS-ORT-INDEX.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ORDENAR-MOVIMIENTOS.
