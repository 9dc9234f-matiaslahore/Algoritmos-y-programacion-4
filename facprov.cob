      * Date: 22/8/2026 DD/MM/AAAA
      * Purpose: Carga de facturas de proveedores. Aplica mov-fac.txt
      *          (alta de factura y marca de pagada) sobre
      *          facturas_indexed.txt, validando el proveedor contra
      *          prov_indexed.txt (los indices que arma INDEXER). El
      *          alta puede referenciar la orden de trabajo que se
      *          factura: se valida por clave contra
      *          ordenes_indexed.txt que exista, este cerrada y sea
      *          del mismo proveedor. Terminada la aplicacion se
      *          regenera facturas.txt desde el indexado para los
      *          programas que lo leen en secuencia. Al final
      *          emite listado-fac-sin-ot.txt con las facturas sin
      *          orden asociada o con orden todavia abierta.
      *          Las ordenes adjudicadas por cotizacion
      *          (cotizaciones.txt de ORDTRAB, cotizacion elegida)
      *          se controlan contra lo facturado: si el total de
      *          facturas de la orden supera el importe adjudicado se
      *          advierte al cargar la factura (tambien en la
      *          bitacora) y la factura sale en el listado de
      *          excepciones. Lo mismo para las ordenes sin
      *          cotizacion: si lo facturado a la orden supera
      *          UMBRAL-COTIZACION (el umbral de ORDTRAB), la orden
      *          debio cotizarse; se advierte, se anota en la
      *          bitacora y la factura sale como excepcion.
      *          La cotizacion elegida se busca solo para las ordenes
      *          que facturan las altas del lote y lo facturado a cada
      *          una se suma al cargar la factura recorriendo en
      *          facturas_indexed.txt las del proveedor; por eso estos
      *          dos motivos del listado cubren las ordenes del lote.
      * Tectonics: cobc
      ******************************************************************

                        ALTERNATE RECORD KEY IS
                            PRO-INDEX-RUBRO WITH DUPLICATES
                        FILE STATUS IS FS-PROV-INDEX.
           SELECT FAC-INDEX ASSIGN TO "facturas_indexed.txt"
                        ACCESS MODE IS DYNAMIC
                        ORGANIZATION IS INDEXED
                        RECORD KEY IS FAC-INDEX-CLAVE
                        FILE STATUS IS FS-FAC-INDEX.
           SELECT ORT-INDEX ASSIGN TO "ordenes_indexed.txt"
                        ACCESS MODE IS DYNAMIC
                        ORGANIZATION IS INDEXED
                        RECORD KEY IS OT-INDEX-NUMERO
                        ALTERNATE RECORD KEY IS
                            OT-INDEX-CUIT-CONS WITH DUPLICATES
                        FILE STATUS IS FS-ORT-INDEX.
           SELECT OPTIONAL COT
                        ASSIGN TO "cotizaciones.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-COT.
           SELECT EXC   ASSIGN TO "listado-fac-sin-ot.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-EXC.
               05 PRO-INDEX-DIA PIC 9(2).
           03 PRO-INDEX-CANT-CONS-ASIG PIC 9(3).

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

       FD  ORT-INDEX.
       01  REG-ORT-INDEX.
           03 OT-INDEX-NUMERO PIC 9(8).
           03 OT-INDEX-CUIT-CONS PIC 9(15).
           03 OT-INDEX-COD-PROV PIC 9(8).
           03 OT-INDEX-RUBRO PIC 9(4).
           03 OT-INDEX-FECHA-PEDIDO PIC 9(8).
           03 OT-INDEX-FECHA-CIERRE PIC 9(8).
           03 OT-INDEX-ESTADO PIC 9(1).

       FD  COT.
       01  REG-COT.
           03 COT-OT-NUMERO PIC 9(8).
           03 COT-COD-PROV PIC 9(8).
           03 COT-IMPORTE PIC 9(9)V99.
           03 COT-FECHA PIC 9(8).
           03 COT-VALIDEZ PIC 9(8).
           03 COT-ELEGIDA PIC X(1).

       FD  EXC.
       01  REG-EXC PIC X(80).
           88 OK-PROV-INDEX VALUE "00".
           88 NO-PROV-INDEX VALUE "23".
           88 EOF-PROV-INDEX VALUE "10".
       77  FS-FAC-INDEX PIC XX.
           88 OK-FAC-INDEX VALUE "00".
           88 NO-FAC-INDEX VALUE "23".
           88 EOF-FAC-INDEX VALUE "10".
       77  FS-ORT-INDEX PIC XX.
           88 OK-ORT-INDEX VALUE "00".
           88 NO-ORT-INDEX VALUE "23".
           88 EOF-ORT-INDEX VALUE "10".
       77  FS-COT PIC XX.
           88 OK-COT VALUE "00".
           88 NO-COT VALUE "23".
           88 EOF-COT VALUE "10".
       77  FS-EXC PIC XX.
           88 OK-EXC VALUE "00".
           88 NO-EXC VALUE "23".
           88 ENCONTRADO-FAC VALUE "S".
       01  SW-ENCONTRADA-OT PIC X(1) VALUE "N".
           88 ENCONTRADA-OT VALUE "S".
       01  SW-HAY-ORDENES PIC X(1) VALUE "N".
           88 HAY-ORDENES VALUE "S".

       01  CANT-FAC PIC 9(6) VALUE 0.
       01  OT-BUSCADA PIC 9(8) VALUE 0.

       01  FECHA-HOY PIC 9(8) VALUE 0.

      * Ordenes que facturan las altas del lote: importe adjudicado
      * si en ORDTRAB se eligio cotizacion y total facturado a la
      * orden al cargar la ultima factura. Sin cotizacion, lo
      * facturado no debe pasar del umbral a partir del cual ORDTRAB
      * exige cotizaciones.
       01  UMBRAL-COTIZACION PIC 9(9)V99 VALUE 500000.00.
       01  MAX-OTL PIC 9(5) VALUE 5000.
       01  CANT-OTL PIC 9(5) VALUE 0.
       01  TABLA-OTL.
           03 TAB-OTL OCCURS 5000 TIMES.
              05 TAB-OTL-OT-NUMERO PIC 9(8).
              05 TAB-OTL-ADJUDICADA PIC X(1).
              05 TAB-OTL-IMPORTE PIC 9(9)V99.
              05 TAB-OTL-FACTURADO PIC 9(11)V99.
       01  POS-OTL PIC 9(5) VALUE 0.
       01  SW-OT-DEL-LOTE PIC X(1) VALUE "N".
           88 OT-DEL-LOTE VALUE "S".
       01  SW-EXCESO-OTL PIC X(1) VALUE "N".
           88 EXCESO-OTL VALUE "S".
       01  FACTURADO-OT PIC 9(11)V99 VALUE 0.

      * Novedades a la bitacora central, ademas del DISPLAY.
       01  BTC-PROGRAMA PIC X(8) VALUE "FACPROV".
       01  BTC-SEVERIDAD PIC X(1) VALUE "A".
       01  CANT-RECHAZADOS PIC 9(4) VALUE 0.
       01  CANT-ALTAS-SIN-OT PIC 9(4) VALUE 0.
       01  CANT-EXCEPCIONES PIC 9(4) VALUE 0.
       01  CANT-SOBRE-ADJUDICADO PIC 9(4) VALUE 0.
       01  CANT-SOBRE-UMBRAL PIC 9(4) VALUE 0.

       01  EXC-LINEA.
           03 FILLER PIC X(10) VALUE "PROVEEDOR ".
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF EXCESO-OTL
                   PERFORM ABORTAR-EXCESO-OTL
               END-IF
               PERFORM CARGAR-ADJUDICADAS
           END-IF.
           IF ERROR-APERTURA
               DISPLAY "FACPROV: abortando, error de apertura de "
               PERFORM IMPR-RESUMEN
               CLOSE MOV
               CLOSE PROV-INDEX
               CLOSE FAC-INDEX
               IF HAY-ORDENES
                   CLOSE ORT-INDEX
               END-IF
           END-IF.
           STOP RUN.
      *>-----------------------------------------------------------*
               DISPLAY "Error en open proveedores indexados FS: "
                   FS-PROV-INDEX
               MOVE "S" TO SW-ERROR-APERTURA.
           OPEN I-O FAC-INDEX.
           IF FS-FAC-INDEX NOT = "00"
               DISPLAY "Error en open facturas indexado FS: "
                   FS-FAC-INDEX ", corresponde correr INDEXER"
               MOVE "S" TO SW-ERROR-APERTURA.
           PERFORM ABRIR-ORDENES.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ABRIR-ORDENES.
           OPEN INPUT ORT-INDEX.
           IF FS-ORT-INDEX EQUAL "00"
               MOVE "S" TO SW-HAY-ORDENES
           ELSE
               DISPLAY "ADVERTENCIA: ordenes_indexed.txt inexistente "
                   "o ilegible (FS: " FS-ORT-INDEX "), las altas con "
                   "orden referenciada seran rechazadas".
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-MOV.
               DISPLAY "RECHAZADO: orden " MOVFAC-OT-NUMERO
                   " inexistente, factura " MOVFAC-NUMERO
           ELSE
               IF OT-INDEX-COD-PROV NOT = MOVFAC-COD-PROV
                   MOVE "N" TO SW-MOV-VALIDO
                   DISPLAY "RECHAZADO: orden " MOVFAC-OT-NUMERO
                       " no es del proveedor " MOVFAC-COD-PROV
                       ", factura " MOVFAC-NUMERO
               ELSE
                   IF OT-INDEX-ESTADO NOT = 2
                       MOVE "N" TO SW-MOV-VALIDO
                       DISPLAY "RECHAZADO: orden " MOVFAC-OT-NUMERO
                           " todavia abierta, factura "
      *>-----------------------------------------------------------*
       BUSCAR-OT.
           MOVE "N" TO SW-ENCONTRADA-OT.
           IF HAY-ORDENES
               MOVE OT-BUSCADA TO OT-INDEX-NUMERO
               READ ORT-INDEX RECORD
                   INVALID KEY MOVE "23" TO FS-ORT-INDEX
               END-READ
               IF OK-ORT-INDEX
                   MOVE "S" TO SW-ENCONTRADA-OT
               ELSE
                   IF NOT NO-ORT-INDEX
                       DISPLAY "ERROR AL LEER ORDENES INDEXADO FS: "
                           FS-ORT-INDEX
                   END-IF
               END-IF
           END-IF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-FAC.
           MOVE "N" TO SW-ENCONTRADO-FAC.
           MOVE MOVFAC-COD-PROV TO FAC-INDEX-COD-PROV.
           MOVE MOVFAC-NUMERO TO FAC-INDEX-NUMERO.
           READ FAC-INDEX RECORD
               INVALID KEY MOVE "23" TO FS-FAC-INDEX.
           IF OK-FAC-INDEX
               MOVE "S" TO SW-ENCONTRADO-FAC
           ELSE
               IF NOT NO-FAC-INDEX
                   DISPLAY "ERROR AL LEER FACTURAS INDEXADO FS: "
                       FS-FAC-INDEX.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ALTA-FACTURA.
                   " del proveedor " MOVFAC-COD-PROV " ya existe"
               ADD 1 TO CANT-RECHAZADOS
           ELSE
               PERFORM ARMAR-NUEVA-FAC
               WRITE REG-FAC-INDEX
                   INVALID KEY MOVE "22" TO FS-FAC-INDEX
               END-WRITE
               IF OK-FAC-INDEX
                   PERFORM AVISAR-ALTA-SIN-OT
                   PERFORM CONTROLAR-ADJUDICADO
                   ADD 1 TO CANT-ALTAS
                   DISPLAY "ALTA: factura " MOVFAC-NUMERO
                       " del proveedor " MOVFAC-COD-PROV " cargada"
               ELSE
                   DISPLAY "ERROR: no se pudo grabar la factura "
                       MOVFAC-NUMERO " FS: " FS-FAC-INDEX
                   ADD 1 TO CANT-RECHAZADOS.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ARMAR-NUEVA-FAC.
           MOVE MOVFAC-COD-PROV TO FAC-INDEX-COD-PROV.
           MOVE MOVFAC-NUMERO TO FAC-INDEX-NUMERO.
           MOVE MOVFAC-FECHA-EMISION TO FAC-INDEX-FECHA-EMISION.
           MOVE MOVFAC-FECHA-VENCIMIENTO
               TO FAC-INDEX-FECHA-VENCIMIENTO.
           MOVE MOVFAC-IMPORTE TO FAC-INDEX-IMPORTE.
           MOVE 1 TO FAC-INDEX-ESTADO.
           MOVE ZEROS TO FAC-INDEX-FECHA-PAGO.
           MOVE MOVFAC-OT-NUMERO TO FAC-INDEX-OT-NUMERO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       AVISAR-ALTA-SIN-OT.
           IF MOVFAC-OT-NUMERO = ZERO
               ADD 1 TO CANT-ALTAS-SIN-OT
               DISPLAY "ADVERTENCIA: factura " MOVFAC-NUMERO
                   " del proveedor " MOVFAC-COD-PROV
                   " cargada sin orden de trabajo asociada".
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Con cada factura cargada se suma lo facturado a la orden y
      * se advierte si pasa del importe adjudicado o, sin
      * cotizacion elegida, del umbral de cotizacion.
      *>-----------------------------------------------------------*
       CONTROLAR-ADJUDICADO.
           IF MOVFAC-OT-NUMERO NOT = ZERO
               MOVE MOVFAC-OT-NUMERO TO OT-BUSCADA
               PERFORM BUSCAR-OT-LOTE
               IF OT-DEL-LOTE
                   PERFORM CALCULAR-FACTURADO-OT
                   MOVE FACTURADO-OT TO TAB-OTL-FACTURADO(POS-OTL)
                   IF TAB-OTL-ADJUDICADA(POS-OTL) = "S"
                       IF FACTURADO-OT > TAB-OTL-IMPORTE(POS-OTL)
                           PERFORM AVISAR-SOBRE-ADJUDICADO
                       END-IF
                   ELSE
                       IF FACTURADO-OT > UMBRAL-COTIZACION
                           PERFORM AVISAR-SIN-COTIZAR.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       AVISAR-SOBRE-ADJUDICADO.
           ADD 1 TO CANT-SOBRE-ADJUDICADO.
           DISPLAY "ADVERTENCIA: factura " MOVFAC-NUMERO
               " del proveedor " MOVFAC-COD-PROV ": la orden "
               MOVFAC-OT-NUMERO " lleva facturado "
               FACTURADO-OT " y se adjudico por "
               TAB-OTL-IMPORTE(POS-OTL).
           MOVE "A" TO BTC-SEVERIDAD.
           MOVE SPACES TO BTC-DETALLE.
           STRING "factura " MOVFAC-NUMERO " prov " MOVFAC-COD-PROV
               " supera lo adjudicado a la orden " MOVFAC-OT-NUMERO
               DELIMITED BY SIZE INTO BTC-DETALLE.
           PERFORM GRABAR-BITACORA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       AVISAR-SIN-COTIZAR.
           ADD 1 TO CANT-SOBRE-UMBRAL.
           DISPLAY "ADVERTENCIA: factura " MOVFAC-NUMERO
               " del proveedor " MOVFAC-COD-PROV ": la orden "
               MOVFAC-OT-NUMERO " sin cotizacion lleva facturado "
               FACTURADO-OT ", sobre el umbral de cotizacion".
           MOVE "A" TO BTC-SEVERIDAD.
           MOVE SPACES TO BTC-DETALLE.
           STRING "factura " MOVFAC-NUMERO " prov " MOVFAC-COD-PROV
               ": orden " MOVFAC-OT-NUMERO
               " sin cotizar supera el umbral"
               DELIMITED BY SIZE INTO BTC-DETALLE.
           PERFORM GRABAR-BITACORA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Lo facturado a la orden sale de las facturas del
      * proveedor del movimiento (la orden es del mismo proveedor),
      * incluida la que se acaba de grabar.
      *>-----------------------------------------------------------*
       CALCULAR-FACTURADO-OT.
           MOVE 0 TO FACTURADO-OT.
           MOVE MOVFAC-COD-PROV TO FAC-INDEX-COD-PROV.
           MOVE ZEROS TO FAC-INDEX-NUMERO.
           START FAC-INDEX KEY IS NOT LESS THAN FAC-INDEX-CLAVE
               INVALID KEY MOVE "10" TO FS-FAC-INDEX
           END-START.
           IF OK-FAC-INDEX
               PERFORM LEER-FAC-INDEX
               PERFORM SUMAR-FACTURADO-PASO
                   UNTIL EOF-FAC-INDEX
                   OR FAC-INDEX-COD-PROV NOT = MOVFAC-COD-PROV.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       SUMAR-FACTURADO-PASO.
           IF FAC-INDEX-OT-NUMERO = MOVFAC-OT-NUMERO
               ADD FAC-INDEX-IMPORTE TO FACTURADO-OT.
           PERFORM LEER-FAC-INDEX.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-OT-LOTE.
           MOVE "N" TO SW-OT-DEL-LOTE.
           MOVE 1 TO POS-OTL.
           PERFORM BUSCAR-OT-LOTE-PASO
               UNTIL POS-OTL > CANT-OTL OR OT-DEL-LOTE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-OT-LOTE-PASO.
           IF TAB-OTL-OT-NUMERO(POS-OTL) = OT-BUSCADA
               MOVE "S" TO SW-OT-DEL-LOTE
           ELSE
               ADD 1 TO POS-OTL.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Al validar el lote se anota cada orden que facturan sus
      * altas. Sin lugar se marca el exceso y se aborta antes de
      * aplicar el lote.
      *>-----------------------------------------------------------*
       AGREGAR-OT-LOTE.
           MOVE MOVFAC-OT-NUMERO TO OT-BUSCADA.
           PERFORM BUSCAR-OT-LOTE.
           IF NOT OT-DEL-LOTE
               IF CANT-OTL < MAX-OTL
                   ADD 1 TO CANT-OTL
                   MOVE OT-BUSCADA TO TAB-OTL-OT-NUMERO(CANT-OTL)
                   MOVE "N" TO TAB-OTL-ADJUDICADA(CANT-OTL)
                   MOVE 0 TO TAB-OTL-IMPORTE(CANT-OTL)
                   MOVE 0 TO TAB-OTL-FACTURADO(CANT-OTL)
               ELSE
                   MOVE "S" TO SW-EXCESO-OTL.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ABORTAR-EXCESO-OTL.
           DISPLAY "FACPROV: abortando, el lote factura mas de "
               MAX-OTL " ordenes de trabajo".
           MOVE "E" TO BTC-SEVERIDAD.
           MOVE SPACES TO BTC-DETALLE.
           STRING "abortado, lote " ID-LOTE " con mas de " MAX-OTL
               " ordenes de trabajo facturadas"
               DELIMITED BY SIZE INTO BTC-DETALLE.
           PERFORM GRABAR-BITACORA.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Cotizaciones elegidas en ORDTRAB, solo para las ordenes
      * del lote.
      *>-----------------------------------------------------------*
       CARGAR-ADJUDICADAS.
           IF CANT-OTL > 0
               OPEN INPUT COT
               IF FS-COT EQUAL "00"
                   PERFORM LEER-COT
                   PERFORM MARCAR-ADJUDICADA-PASO UNTIL EOF-COT
                   CLOSE COT
               ELSE
                   IF FS-COT = "05"
                       CLOSE COT
                   ELSE
                       DISPLAY "ADVERTENCIA: cotizaciones.txt "
                           "ilegible (FS: " FS-COT "), no se "
                           "controla lo facturado contra lo "
                           "adjudicado".
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-COT.
           READ COT
               AT END MOVE "10" TO FS-COT.
           IF FS-COT NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER COTIZACIONES FS: ' FS-COT.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       MARCAR-ADJUDICADA-PASO.
           IF COT-ELEGIDA = "S"
               MOVE COT-OT-NUMERO TO OT-BUSCADA
               PERFORM BUSCAR-OT-LOTE
               IF OT-DEL-LOTE
                   MOVE "S" TO TAB-OTL-ADJUDICADA(POS-OTL)
                   MOVE COT-IMPORTE TO TAB-OTL-IMPORTE(POS-OTL).
           PERFORM LEER-COT.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       MARCAR-PAGADA.
           PERFORM BUSCAR-FAC.
                   " del proveedor " MOVFAC-COD-PROV " no existe"
               ADD 1 TO CANT-RECHAZADOS
           ELSE
               IF FAC-INDEX-ESTADO NOT = 1
                   DISPLAY "RECHAZADO PAGO: factura " MOVFAC-NUMERO
                       " no esta pendiente"
                   ADD 1 TO CANT-RECHAZADOS
               ELSE
                   MOVE 2 TO FAC-INDEX-ESTADO
                   MOVE FECHA-HOY TO FAC-INDEX-FECHA-PAGO
                   REWRITE REG-FAC-INDEX
                       INVALID KEY MOVE "23" TO FS-FAC-INDEX
                   END-REWRITE
                   IF OK-FAC-INDEX
                       ADD 1 TO CANT-PAGADAS
                       DISPLAY "PAGO: factura " MOVFAC-NUMERO
                           " marcada como pagada"
                   ELSE
                       DISPLAY "ERROR: no se pudo actualizar la "
                           "factura " MOVFAC-NUMERO " FS: "
                           FS-FAC-INDEX
                       ADD 1 TO CANT-RECHAZADOS.
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
      * Listado de excepciones: facturas sin orden de trabajo
      * asociada, cuya orden sigue abierta en ordenes_indexed.txt,
      * cuya orden adjudicada lleva facturado mas de lo adjudicado o
      * cuya orden sin cotizacion lleva facturado mas del umbral.
      *>-----------------------------------------------------------*
       LISTAR-EXCEPCIONES.
           OPEN OUTPUT EXC.
               DISPLAY "Error en open listado de excepciones FS: "
                   FS-EXC
           ELSE
               PERFORM POSICIONAR-FAC-INDEX
               PERFORM LISTAR-EXCEPCION-PASO UNTIL EOF-FAC-INDEX
               CLOSE EXC
           END-IF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LISTAR-EXCEPCION-PASO.
           IF FAC-INDEX-OT-NUMERO = ZERO
               MOVE "SIN ORDEN ASOCIADA" TO EXCLIN-MOTIVO
               PERFORM ESCRIBIR-EXCEPCION
           ELSE
               MOVE FAC-INDEX-OT-NUMERO TO OT-BUSCADA
               PERFORM BUSCAR-OT
               IF ENCONTRADA-OT AND OT-INDEX-ESTADO = 1
                   MOVE "ORDEN TODAVIA ABIERTA" TO EXCLIN-MOTIVO
                   PERFORM ESCRIBIR-EXCEPCION
               ELSE
                   PERFORM BUSCAR-OT-LOTE
                   IF OT-DEL-LOTE
                       PERFORM LISTAR-EXCEPCION-LOTE
                   END-IF
               END-IF
           END-IF.
           PERFORM LEER-FAC-INDEX.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LISTAR-EXCEPCION-LOTE.
           IF TAB-OTL-ADJUDICADA(POS-OTL) = "S"
               IF TAB-OTL-FACTURADO(POS-OTL)
                       > TAB-OTL-IMPORTE(POS-OTL)
                   MOVE "SUPERA LO ADJUDICADO" TO EXCLIN-MOTIVO
                   PERFORM ESCRIBIR-EXCEPCION
               END-IF
           ELSE
               IF TAB-OTL-FACTURADO(POS-OTL) > UMBRAL-COTIZACION
                   MOVE "SIN COTIZAR SOBRE UMBRAL" TO EXCLIN-MOTIVO
                   PERFORM ESCRIBIR-EXCEPCION.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ESCRIBIR-EXCEPCION.
           MOVE FAC-INDEX-COD-PROV TO EXCLIN-COD-PROV.
           MOVE FAC-INDEX-NUMERO TO EXCLIN-NUMERO.
           MOVE EXC-LINEA TO REG-EXC.
           WRITE REG-EXC.
           ADD 1 TO CANT-EXCEPCIONES.
               ADD 1 TO CANT-MOV-LOTE
               IF MOVFAC-OP = 1
                   ADD MOVFAC-IMPORTE TO SUMA-MOV-LOTE
                   IF MOVFAC-OT-NUMERO > 0
                       PERFORM AGREGAR-OT-LOTE
                   END-IF
               END-IF
               PERFORM LEER-MOV-LOTE.
      *>-----------------------------------------------------------*
           DISPLAY "Movimientos rechazados : " CANT-RECHAZADOS.
           DISPLAY "Altas sin orden        : " CANT-ALTAS-SIN-OT.
           DISPLAY "Excepciones listadas   : " CANT-EXCEPCIONES.
           DISPLAY "Sobre lo adjudicado    : " CANT-SOBRE-ADJUDICADO.
           DISPLAY "Sin cotizar sobre umbr.: " CANT-SOBRE-UMBRAL.
           DISPLAY "Facturas en archivo    : " CANT-FAC.

       END PROGRAM FACPROV.
