      *          cpr_indexed.txt que el proveedor este asignado al
      *          consorcio, y emite el listado de ordenes abiertas
      *          por proveedor ordenado por cantidad de pendientes.
      *          El alta de una orden se rechaza si el proveedor esta
      *          suspendido por documentacion vencida o faltante
      *          (prov-suspendidos.txt, generado por DOCPROV).
      *          Las ordenes se mantienen por clave sobre
      *          ordenes_indexed.txt (construido por INDEXER) y
      *          ordenes.txt se regraba en orden de numero a partir
      *          del indice, sin tope de cantidad de ordenes.
      *          El alta trae el monto estimado de la orden, que es
      *          obligatorio (un alta sin monto se rechaza): por
      *          encima de UMBRAL-COTIZACION la orden queda en
      *          cotizacion (estado 3) y se listan los proveedores de
      *          su rubro (clave alternativa de prov_indexed.txt).
      *          Las cotizaciones (operacion 3: proveedor del mismo
      *          rubro, importe y validez) se guardan por orden en
      *          cotizaciones.txt, regrabado con resguardo; la
      *          adjudicacion (operacion 4) exige MIN-COTIZACIONES
      *          cotizaciones vigentes, una de ellas del proveedor
      *          elegido, que debe estar asignado al consorcio y no
      *          suspendido: la orden pasa a ese proveedor, abierta
      *          (estado 1), y la cotizacion queda marcada elegida.
      *          En memoria solo se cargan las cotizaciones de las
      *          ordenes que siguen en cotizacion; las demas (ordenes
      *          ya adjudicadas, que FACPROV consulta) pasan por
      *          wrk-cot-ot.txt y se regraban sin cambios.
      * Tectonics: cobc
      ******************************************************************

           SELECT ORT   ASSIGN TO "ordenes.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-ORT.
           SELECT ORT-INDEX ASSIGN TO "ordenes_indexed.txt"
                        ACCESS MODE IS DYNAMIC
                        ORGANIZATION IS INDEXED
                        RECORD KEY IS OT-INDEX-NUMERO
                        ALTERNATE RECORD KEY IS
                            OT-INDEX-CUIT-CONS WITH DUPLICATES
                        FILE STATUS IS FS-ORT-INDEX.
           SELECT CPR-INDEX ASSIGN TO "cpr_indexed.txt"
                        ACCESS MODE IS DYNAMIC
                        ORGANIZATION IS INDEXED
                        ALTERNATE RECORD KEY IS
                            CPR-INDEX-COD-PROV WITH DUPLICATES
                        FILE STATUS IS FS-CPR-INDEX.
           SELECT PROV-INDEX ASSIGN TO "prov_indexed.txt"
                        ACCESS MODE IS DYNAMIC
                        ORGANIZATION IS INDEXED
                        RECORD KEY IS PRO-INDEX-COD-PROV
                        ALTERNATE RECORD KEY IS
                            PRO-INDEX-RUBRO WITH DUPLICATES
                        FILE STATUS IS FS-PROV-INDEX.
           SELECT OPTIONAL COT
                        ASSIGN TO "cotizaciones.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-COT.
           SELECT OPTIONAL PSU
                        ASSIGN TO "prov-suspendidos.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-PSU.
           SELECT ABI   ASSIGN TO "ot-abiertas.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-ABI.
           SELECT ORD-ABI ASSIGN TO "ord-abi.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-ORD-ABI.
           SELECT WRK-COT ASSIGN TO "wrk-cot-ot.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-WRK-COT.

       DATA DIVISION.
       FILE SECTION.
           03 MOVOT-CUIT-CONS PIC 9(15).
           03 MOVOT-COD-PROV PIC 9(8).
           03 MOVOT-RUBRO PIC 9(4).
      *    Alta: monto estimado de la orden. Cotizacion: importe
      *    cotizado y fecha hasta la que se mantiene la oferta.
           03 MOVOT-IMPORTE PIC 9(9)V99.
           03 MOVOT-VALIDEZ PIC 9(8).

      * Registros de control de lote del archivo de movimientos:
      * cabecera "H" (fecha de generacion e identificador de lote)
           03 OT-FECHA-CIERRE PIC 9(8).
           03 OT-ESTADO PIC 9(1).

       FD  ORT-INDEX.
       01  REG-ORT-INDEX.
           03 OT-INDEX-NUMERO PIC 9(8).
           03 OT-INDEX-CUIT-CONS PIC 9(15).
           03 OT-INDEX-COD-PROV PIC 9(8).
           03 OT-INDEX-RUBRO PIC 9(4).
           03 OT-INDEX-FECHA-PEDIDO PIC 9(8).
           03 OT-INDEX-FECHA-CIERRE PIC 9(8).
           03 OT-INDEX-ESTADO PIC 9(1).

       FD  CPR-INDEX.
       01  REG-CPR-INDEX.
           03 CPR-INDEX-CLAVE.
               05 CPR-INDEX-MES PIC 9(2).
               05 CPR-INDEX-DIA PIC 9(2).

       FD  PROV-INDEX.
       01  REG-PROV-INDEX.
           03 PRO-INDEX-COD-PROV PIC 9(8).
           03 PRO-INDEX-DIR PIC X(30).
           03 PRO-INDEX-TEL PIC X(15).
           03 PRO-INDEX-RUBRO PIC 9(4).
           03 PRO-INDEX-DESCR-RUBRO PIC X(15).
           03 PRO-INDEX-FECHA-ALTA.
               05 PRO-INDEX-ANIO PIC 9(4).
               05 PRO-INDEX-MES PIC 9(2).
               05 PRO-INDEX-DIA PIC 9(2).
           03 PRO-INDEX-CANT-CONS-ASIG PIC 9(3).

      * Cotizaciones de las ordenes en cotizacion: una por orden y
      * proveedor. COT-ELEGIDA "S" en la adjudicada.
       FD  COT.
       01  REG-COT.
           03 COT-OT-NUMERO PIC 9(8).
           03 COT-COD-PROV PIC 9(8).
           03 COT-IMPORTE PIC 9(9)V99.
           03 COT-FECHA PIC 9(8).
           03 COT-VALIDEZ PIC 9(8).
           03 COT-ELEGIDA PIC X(1).

      * Proveedores suspendidos por DOCPROV por falta de
      * documentacion obligatoria vigente.
      * Cotizaciones de ordenes que ya no estan en cotizacion, que
      * se regraban tal como se leyeron.
       FD  WRK-COT.
       01  REG-WRK-COT PIC X(44).

       FD  PSU.
       01  REG-PSU.
           03 PSU-COD-PROV PIC 9(8).
           03 PSU-FECHA PIC 9(8).
           03 PSU-TIPO-DOC PIC X(4).
           03 PSU-MOTIVO PIC X(1).

       FD  ABI.
       01  REG-ABI.
           03 ABI-CANT-PROV PIC 9(3).
           88 OK-ORT VALUE "00".
           88 NO-ORT VALUE "23".
           88 EOF-ORT VALUE "10".
       77  FS-ORT-INDEX PIC XX.
           88 OK-ORT-INDEX VALUE "00".
           88 NO-ORT-INDEX VALUE "23".
           88 EOF-ORT-INDEX VALUE "10".
       77  FS-CPR-INDEX PIC XX.
           88 OK-CPR-INDEX VALUE "00".
           88 NO-CPR-INDEX VALUE "23".
           88 EOF-CPR-INDEX VALUE "10".
       77  FS-PROV-INDEX PIC XX.
           88 OK-PROV-INDEX VALUE "00".
           88 NO-PROV-INDEX VALUE "23".
           88 EOF-PROV-INDEX VALUE "10".
       77  FS-COT PIC XX.
           88 OK-COT VALUE "00".
           88 NO-COT VALUE "23".
           88 EOF-COT VALUE "10".
       77  FS-PSU PIC XX.
           88 OK-PSU VALUE "00".
           88 NO-PSU VALUE "23".
           88 EOF-PSU VALUE "10".
       77  FS-ABI PIC XX.
           88 OK-ABI VALUE "00".
           88 NO-ABI VALUE "23".
           88 EOF-ABI VALUE "10".
       77  FS-WRK-ABI PIC XX.
       77  FS-ORD-ABI PIC XX.
       77  FS-WRK-COT PIC XX.
           88 OK-WRK-COT VALUE "00".
           88 EOF-WRK-COT VALUE "10".
           88 OK-ORD-ABI VALUE "00".
           88 NO-ORD-ABI VALUE "23".
           88 EOF-ORD-ABI VALUE "10".
       01  SW-ASIGNADO PIC X(1) VALUE "N".
           88 PROV-ASIGNADO VALUE "S".

       01  CANT-SUSP PIC 9(3) VALUE 0.
       01  TABLA-SUSP.
           03 TAB-SUSP OCCURS 999 TIMES.
              05 TAB-SUS-COD-PROV PIC 9(8).
              05 TAB-SUS-TIPO-DOC PIC X(4).
       01  POS-SUSP PIC 9(3) VALUE 0.
       01  PROV-A-CONTROLAR PIC 9(8) VALUE 0.
       01  SW-SUSPENDIDO PIC X(1) VALUE "N".
           88 PROV-SUSPENDIDO VALUE "S".

       01  FECHA-HOY.
           03 FH-ANIO   PIC 9(4).
           03 FH-MES    PIC 9(2).
           03 FH-DIA    PIC 9(2).
       01  FECHA-HOY-N REDEFINES FECHA-HOY PIC 9(8).

      * Una orden de monto estimado mayor al umbral no se abre con
      * un proveedor hasta reunir MIN-COTIZACIONES cotizaciones
      * vigentes de proveedores del rubro y elegir una.
       01  UMBRAL-COTIZACION PIC 9(9)V99 VALUE 500000.00.
       01  MIN-COTIZACIONES PIC 9(2) VALUE 3.

       01  CANT-COT PIC 9(4) VALUE 0.
       01  TABLA-COT.
           03 TAB-COT OCCURS 9999 TIMES.
              05 TAB-COT-OT-NUMERO PIC 9(8).
              05 TAB-COT-COD-PROV PIC 9(8).
              05 TAB-COT-IMPORTE PIC 9(9)V99.
              05 TAB-COT-FECHA PIC 9(8).
              05 TAB-COT-VALIDEZ PIC 9(8).
              05 TAB-COT-ELEGIDA PIC X(1).
       01  POS-COT PIC 9(5) VALUE 0.
       01  POS-COT-PROV PIC 9(4) VALUE 0.
       01  CANT-COT-PASADAS PIC 9(7) VALUE 0.
       01  CANT-COT-VIGENTES PIC 9(4) VALUE 0.
       01  SW-COT-MODIFICADAS PIC X(1) VALUE "N".
           88 COT-MODIFICADAS VALUE "S".
       01  CANT-PROV-RUBRO PIC 9(4) VALUE 0.

       01  RES-ARCHIVO PIC X(20) VALUE SPACES.
       01  RES-BASE PIC X(8) VALUE SPACES.
       01  RES-COD-RET PIC 9(2) VALUE 0.

       01  CANT-OT-GRABADAS PIC 9(7) VALUE 0.

       01  CANT-PROV-ABI PIC 9(3) VALUE 0.
       01  TABLA-PROV-ABI.
       01  CANT-CIERRES PIC 9(4) VALUE 0.
       01  CANT-RECHAZADOS PIC 9(4) VALUE 0.
       01  CANT-ABIERTAS PIC 9(4) VALUE 0.
       01  CANT-EN-COTIZACION PIC 9(4) VALUE 0.
       01  CANT-COTIZACIONES PIC 9(4) VALUE 0.
       01  CANT-ADJUDICADAS PIC 9(4) VALUE 0.

       01  POSICION-RANKING PIC 9(3) VALUE 0.
       01  ULTIMO-PROV-IMPR PIC 9(8) VALUE ZEROS.
               PERFORM LEER-MOV
               PERFORM APLICAR-MOVIMIENTO UNTIL EOF-MOV
               PERFORM GRABAR-ORDENES
               PERFORM GRABAR-COTIZACIONES
               PERFORM REGISTRAR-LOTE
               PERFORM GENERAR-ABIERTAS
               PERFORM ORDENAR-ABIERTAS
               PERFORM IMPR-RESUMEN
               CLOSE MOV
               CLOSE CPR-INDEX
               CLOSE ORT-INDEX
               CLOSE PROV-INDEX
           END-IF.
           STOP RUN.
      *>-----------------------------------------------------------*
           IF FS-CPR-INDEX NOT = "00"
               DISPLAY "Error en open cpr indexado FS: " FS-CPR-INDEX
               MOVE "S" TO SW-ERROR-APERTURA.
           OPEN INPUT PROV-INDEX.
           IF FS-PROV-INDEX NOT = "00"
               DISPLAY "Error en open proveedores indexados FS: "
                   FS-PROV-INDEX
               MOVE "S" TO SW-ERROR-APERTURA.
           PERFORM CARGAR-SUSPENDIDOS.
           OPEN I-O ORT-INDEX.
           IF FS-ORT-INDEX NOT = "00"
               DISPLAY "Error en open ordenes indexado FS: "
                   FS-ORT-INDEX ", corresponde correr INDEXER"
               MOVE "S" TO SW-ERROR-APERTURA
           ELSE
               PERFORM CARGAR-COTIZACIONES.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-MOV.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       APLICAR-MOVIMIENTO.
           PERFORM NORMALIZAR-IMPORTES.
           PERFORM VALIDAR-MOVIMIENTO.
           IF MOV-VALIDO
               IF MOVOT-OP = 1
                   PERFORM ALTA-ORDEN
               END-IF
               IF MOVOT-OP = 2
                   PERFORM CERRAR-ORDEN
               END-IF
               IF MOVOT-OP = 3
                   PERFORM REGISTRAR-COTIZACION
               END-IF
               IF MOVOT-OP = 4
                   PERFORM ADJUDICAR-ORDEN
               END-IF
           ELSE
               ADD 1 TO CANT-RECHAZADOS.
           PERFORM LEER-MOV.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Los movimientos grabados antes de existir las cotizaciones
      * llegan sin importe ni validez: se toman en cero, y si son
      * altas se rechazan por falta de monto estimado.
      *>-----------------------------------------------------------*
       NORMALIZAR-IMPORTES.
           IF MOVOT-IMPORTE NOT NUMERIC
               MOVE 0 TO MOVOT-IMPORTE.
           IF MOVOT-VALIDEZ NOT NUMERIC
               MOVE 0 TO MOVOT-VALIDEZ.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       VALIDAR-MOVIMIENTO.
           MOVE "S" TO SW-MOV-VALIDO.
           IF MOVOT-OP < 1 OR MOVOT-OP > 4
               MOVE "N" TO SW-MOV-VALIDO
               DISPLAY "RECHAZADO: operacion " MOVOT-OP
                   " invalida, orden " MOVOT-NUMERO.
                   DISPLAY "RECHAZADO: CUIT o proveedor en cero, "
                       "orden " MOVOT-NUMERO
               ELSE
                   IF MOVOT-IMPORTE = ZERO
                       MOVE "N" TO SW-MOV-VALIDO
                       DISPLAY "RECHAZADO: alta sin monto estimado, "
                           "orden " MOVOT-NUMERO
                   ELSE
                       IF MOV-VALIDO
                           PERFORM VALIDAR-ASIGNACION
                           IF MOV-VALIDO
                               PERFORM VALIDAR-SUSPENSION.
           IF MOVOT-OP = 3 OR MOVOT-OP = 4
               IF MOVOT-COD-PROV = ZERO
                   MOVE "N" TO SW-MOV-VALIDO
                   DISPLAY "RECHAZADO: proveedor en cero, orden "
                       MOVOT-NUMERO.
           IF MOVOT-OP = 3
               IF MOVOT-IMPORTE = ZERO
                   MOVE "N" TO SW-MOV-VALIDO
                   DISPLAY "RECHAZADO: cotizacion sin importe, orden "
                       MOVOT-NUMERO " proveedor " MOVOT-COD-PROV
               ELSE
                   IF MOVOT-VALIDEZ < FECHA-HOY-N
                       MOVE "N" TO SW-MOV-VALIDO
                       DISPLAY "RECHAZADO: cotizacion vencida ("
                           MOVOT-VALIDEZ "), orden " MOVOT-NUMERO
                           " proveedor " MOVOT-COD-PROV.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       VALIDAR-SUSPENSION.
           MOVE MOVOT-COD-PROV TO PROV-A-CONTROLAR.
           PERFORM BUSCAR-SUSPENDIDO.
           IF PROV-SUSPENDIDO
               MOVE "N" TO SW-MOV-VALIDO
               DISPLAY "RECHAZADO: proveedor " MOVOT-COD-PROV
                   " suspendido por documentacion ("
                   TAB-SUS-TIPO-DOC(POS-SUSP) "), orden "
                   MOVOT-NUMERO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * prov-suspendidos.txt lo regraba DOCPROV cada noche; si no
      * existe no hay proveedores suspendidos.
      *>-----------------------------------------------------------*
       CARGAR-SUSPENDIDOS.
           OPEN INPUT PSU.
           IF FS-PSU EQUAL "00"
               PERFORM LEER-PSU
               PERFORM LLENAR-TABLA-SUSP UNTIL EOF-PSU
               CLOSE PSU
           ELSE
               IF FS-PSU = "05"
                   CLOSE PSU.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-PSU.
           READ PSU
               AT END MOVE "10" TO FS-PSU.
           IF FS-PSU NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER SUSPENDIDOS FS: ' FS-PSU.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LLENAR-TABLA-SUSP.
           IF CANT-SUSP < 999
               ADD 1 TO CANT-SUSP
               MOVE PSU-COD-PROV TO TAB-SUS-COD-PROV(CANT-SUSP)
               MOVE PSU-TIPO-DOC TO TAB-SUS-TIPO-DOC(CANT-SUSP)
           ELSE
               DISPLAY "ADVERTENCIA: tabla de suspendidos llena, el "
                   "proveedor " PSU-COD-PROV " no se considera".
           PERFORM LEER-PSU.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-SUSPENDIDO.
           MOVE "N" TO SW-SUSPENDIDO.
           MOVE 1 TO POS-SUSP.
           PERFORM BUSCAR-SUSPENDIDO-PASO
               UNTIL POS-SUSP > CANT-SUSP OR PROV-SUSPENDIDO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-SUSPENDIDO-PASO.
           IF TAB-SUS-COD-PROV(POS-SUSP) = PROV-A-CONTROLAR
               MOVE "S" TO SW-SUSPENDIDO
           ELSE
               ADD 1 TO POS-SUSP.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Recorre cpr_indexed.txt por la clave alternativa de codigo
      *>-----------------------------------------------------------*
       BUSCAR-OT.
           MOVE "N" TO SW-ENCONTRADO-OT.
           MOVE MOVOT-NUMERO TO OT-INDEX-NUMERO.
           READ ORT-INDEX RECORD
               INVALID KEY MOVE "23" TO FS-ORT-INDEX.
           IF OK-ORT-INDEX
               MOVE "S" TO SW-ENCONTRADO-OT
           ELSE
               IF NOT NO-ORT-INDEX
                   DISPLAY 'ERROR AL LEER ORDENES INDEXADO FS: '
                       FS-ORT-INDEX.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ALTA-ORDEN.
                   " ya existe"
               ADD 1 TO CANT-RECHAZADOS
           ELSE
               PERFORM ARMAR-NUEVA-OT
               WRITE REG-ORT-INDEX
                   INVALID KEY MOVE "22" TO FS-ORT-INDEX
               END-WRITE
               IF OK-ORT-INDEX
                   ADD 1 TO CANT-ALTAS
                   IF OT-INDEX-ESTADO = 3
                       ADD 1 TO CANT-EN-COTIZACION
                       DISPLAY "ALTA: orden " MOVOT-NUMERO
                           " en cotizacion, monto estimado "
                           MOVOT-IMPORTE " sobre el umbral; requiere "
                           MIN-COTIZACIONES " cotizaciones"
                       PERFORM LISTAR-PROV-RUBRO
                   ELSE
                       DISPLAY "ALTA: orden " MOVOT-NUMERO
                           " registrada para el proveedor "
                           MOVOT-COD-PROV
                   END-IF
               ELSE
                   DISPLAY "ERROR AL GRABAR ORDEN " MOVOT-NUMERO
                       " FS: " FS-ORT-INDEX
                   ADD 1 TO CANT-RECHAZADOS.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ARMAR-NUEVA-OT.
           MOVE MOVOT-NUMERO TO OT-INDEX-NUMERO.
           MOVE MOVOT-CUIT-CONS TO OT-INDEX-CUIT-CONS.
           MOVE MOVOT-COD-PROV TO OT-INDEX-COD-PROV.
           MOVE MOVOT-RUBRO TO OT-INDEX-RUBRO.
           MOVE FECHA-HOY TO OT-INDEX-FECHA-PEDIDO.
           MOVE ZEROS TO OT-INDEX-FECHA-CIERRE.
           IF MOVOT-IMPORTE > UMBRAL-COTIZACION
               MOVE 3 TO OT-INDEX-ESTADO
           ELSE
               MOVE 1 TO OT-INDEX-ESTADO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CERRAR-ORDEN.
           PERFORM BUSCAR-OT.
           IF NOT ENCONTRADO-OT
               DISPLAY "RECHAZADO CIERRE: orden " MOVOT-NUMERO
                   " no existe"
               ADD 1 TO CANT-RECHAZADOS
           ELSE
               IF OT-INDEX-ESTADO NOT = 1
                   IF OT-INDEX-ESTADO = 3
                       DISPLAY "RECHAZADO CIERRE: orden " MOVOT-NUMERO
                           " en cotizacion, todavia sin adjudicar"
                   ELSE
                       DISPLAY "RECHAZADO CIERRE: orden " MOVOT-NUMERO
                           " no esta abierta"
                   END-IF
                   ADD 1 TO CANT-RECHAZADOS
               ELSE
                   MOVE 2 TO OT-INDEX-ESTADO
                   MOVE FECHA-HOY TO OT-INDEX-FECHA-CIERRE
                   REWRITE REG-ORT-INDEX
                       INVALID KEY MOVE "23" TO FS-ORT-INDEX
                   END-REWRITE
                   IF OK-ORT-INDEX
                       ADD 1 TO CANT-CIERRES
                       DISPLAY "CIERRE: orden " MOVOT-NUMERO
                           " cerrada"
                   ELSE
                       DISPLAY "ERROR AL CERRAR ORDEN " MOVOT-NUMERO
                           " FS: " FS-ORT-INDEX
                       ADD 1 TO CANT-RECHAZADOS.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Proveedores del rubro de la orden (clave alternativa de
      * prov_indexed.txt) a los que se puede pedir cotizacion.
      *>-----------------------------------------------------------*
       LISTAR-PROV-RUBRO.
           MOVE 0 TO CANT-PROV-RUBRO.
           MOVE OT-INDEX-RUBRO TO PRO-INDEX-RUBRO.
           START PROV-INDEX KEY IS EQUAL TO PRO-INDEX-RUBRO
               INVALID KEY MOVE "10" TO FS-PROV-INDEX.
           IF OK-PROV-INDEX
               PERFORM LEER-PROV-INDEX
               PERFORM LISTAR-PROV-RUBRO-PASO
                   UNTIL EOF-PROV-INDEX
                   OR PRO-INDEX-RUBRO NOT = OT-INDEX-RUBRO.
           IF CANT-PROV-RUBRO < MIN-COTIZACIONES
               DISPLAY "ADVERTENCIA: el rubro " OT-INDEX-RUBRO
                   " tiene " CANT-PROV-RUBRO " proveedores "
                   "habilitados para cotizar la orden " MOVOT-NUMERO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-PROV-INDEX.
           READ PROV-INDEX NEXT RECORD
               AT END MOVE "10" TO FS-PROV-INDEX.
           IF FS-PROV-INDEX NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER PROVEEDORES INDEXADO FS: '
                   FS-PROV-INDEX
               MOVE "10" TO FS-PROV-INDEX.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LISTAR-PROV-RUBRO-PASO.
           MOVE PRO-INDEX-COD-PROV TO PROV-A-CONTROLAR.
           PERFORM BUSCAR-SUSPENDIDO.
           IF NOT PROV-SUSPENDIDO
               ADD 1 TO CANT-PROV-RUBRO
               DISPLAY "    proveedor del rubro para cotizar: "
                   PRO-INDEX-COD-PROV " TEL " PRO-INDEX-TEL.
           PERFORM LEER-PROV-INDEX.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Una cotizacion por orden y proveedor: si el proveedor vuelve
      * a cotizar la misma orden, la nueva reemplaza a la anterior.
      *>-----------------------------------------------------------*
       REGISTRAR-COTIZACION.
           PERFORM BUSCAR-OT.
           IF NOT ENCONTRADO-OT
               DISPLAY "RECHAZADO COTIZACION: orden " MOVOT-NUMERO
                   " no existe"
               ADD 1 TO CANT-RECHAZADOS
           ELSE
               IF OT-INDEX-ESTADO NOT = 3
                   DISPLAY "RECHAZADO COTIZACION: orden " MOVOT-NUMERO
                       " no esta en cotizacion"
                   ADD 1 TO CANT-RECHAZADOS
               ELSE
                   PERFORM VALIDAR-PROV-COTIZACION
                   IF MOV-VALIDO
                       PERFORM ANOTAR-COTIZACION
                   ELSE
                       ADD 1 TO CANT-RECHAZADOS.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       VALIDAR-PROV-COTIZACION.
           MOVE MOVOT-COD-PROV TO PRO-INDEX-COD-PROV.
           READ PROV-INDEX RECORD
               INVALID KEY MOVE "23" TO FS-PROV-INDEX.
           IF NOT OK-PROV-INDEX
               MOVE "N" TO SW-MOV-VALIDO
               DISPLAY "RECHAZADO COTIZACION: proveedor "
                   MOVOT-COD-PROV " no existe, orden " MOVOT-NUMERO
           ELSE
               IF PRO-INDEX-RUBRO NOT = OT-INDEX-RUBRO
                   MOVE "N" TO SW-MOV-VALIDO
                   DISPLAY "RECHAZADO COTIZACION: proveedor "
                       MOVOT-COD-PROV " es del rubro " PRO-INDEX-RUBRO
                       " y la orden " MOVOT-NUMERO " del rubro "
                       OT-INDEX-RUBRO
               ELSE
                   PERFORM VALIDAR-SUSPENSION.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ANOTAR-COTIZACION.
           PERFORM BUSCAR-COTIZACION.
           IF POS-COT-PROV = 0
               IF CANT-COT < 9999
                   ADD 1 TO CANT-COT
                   MOVE CANT-COT TO POS-COT-PROV
                   MOVE MOVOT-NUMERO TO TAB-COT-OT-NUMERO(POS-COT-PROV)
                   MOVE MOVOT-COD-PROV
                       TO TAB-COT-COD-PROV(POS-COT-PROV)
                   MOVE "N" TO TAB-COT-ELEGIDA(POS-COT-PROV)
                   DISPLAY "COTIZACION: orden " MOVOT-NUMERO
                       " proveedor " MOVOT-COD-PROV " importe "
                       MOVOT-IMPORTE " registrada"
               ELSE
                   DISPLAY "RECHAZADO COTIZACION: tabla de "
                       "cotizaciones llena, orden " MOVOT-NUMERO
                       " proveedor " MOVOT-COD-PROV
                   ADD 1 TO CANT-RECHAZADOS
               END-IF
           ELSE
               DISPLAY "COTIZACION: orden " MOVOT-NUMERO
                   " proveedor " MOVOT-COD-PROV " importe "
                   MOVOT-IMPORTE " reemplaza la anterior"
           END-IF.
           IF POS-COT-PROV NOT = 0
               MOVE MOVOT-IMPORTE TO TAB-COT-IMPORTE(POS-COT-PROV)
               MOVE FECHA-HOY-N TO TAB-COT-FECHA(POS-COT-PROV)
               MOVE MOVOT-VALIDEZ TO TAB-COT-VALIDEZ(POS-COT-PROV)
               MOVE "S" TO SW-COT-MODIFICADAS
               ADD 1 TO CANT-COTIZACIONES.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-COTIZACION.
           MOVE 0 TO POS-COT-PROV.
           MOVE 1 TO POS-COT.
           PERFORM BUSCAR-COTIZACION-PASO
               UNTIL POS-COT > CANT-COT OR POS-COT-PROV NOT = 0.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-COTIZACION-PASO.
           IF TAB-COT-OT-NUMERO(POS-COT) = MOVOT-NUMERO
               AND TAB-COT-COD-PROV(POS-COT) = MOVOT-COD-PROV
               MOVE POS-COT TO POS-COT-PROV.
           ADD 1 TO POS-COT.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CONTAR-COT-VIGENTES.
           MOVE 0 TO CANT-COT-VIGENTES.
           MOVE 1 TO POS-COT.
           PERFORM CONTAR-COT-VIGENTES-PASO UNTIL POS-COT > CANT-COT.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CONTAR-COT-VIGENTES-PASO.
           IF TAB-COT-OT-NUMERO(POS-COT) = MOVOT-NUMERO
               AND TAB-COT-VALIDEZ(POS-COT) NOT < FECHA-HOY-N
               ADD 1 TO CANT-COT-VIGENTES.
           ADD 1 TO POS-COT.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * La adjudicacion abre la orden con el proveedor elegido; la
      * fecha de pedido pasa a ser la de adjudicacion, que es cuando
      * se le encarga el trabajo.
      *>-----------------------------------------------------------*
       ADJUDICAR-ORDEN.
           PERFORM BUSCAR-OT.
           IF NOT ENCONTRADO-OT
               DISPLAY "RECHAZADO ADJUDICACION: orden " MOVOT-NUMERO
                   " no existe"
               ADD 1 TO CANT-RECHAZADOS
           ELSE
               IF OT-INDEX-ESTADO NOT = 3
                   DISPLAY "RECHAZADO ADJUDICACION: orden "
                       MOVOT-NUMERO " no esta en cotizacion"
                   ADD 1 TO CANT-RECHAZADOS
               ELSE
                   PERFORM VALIDAR-ADJUDICACION
                   IF MOV-VALIDO
                       PERFORM APLICAR-ADJUDICACION
                   ELSE
                       ADD 1 TO CANT-RECHAZADOS.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       VALIDAR-ADJUDICACION.
           PERFORM CONTAR-COT-VIGENTES.
           IF CANT-COT-VIGENTES < MIN-COTIZACIONES
               MOVE "N" TO SW-MOV-VALIDO
               DISPLAY "RECHAZADO ADJUDICACION: orden " MOVOT-NUMERO
                   " con " CANT-COT-VIGENTES " cotizaciones vigentes,"
                   " se requieren " MIN-COTIZACIONES.
           PERFORM BUSCAR-COTIZACION.
           IF POS-COT-PROV = 0
               MOVE "N" TO SW-MOV-VALIDO
               DISPLAY "RECHAZADO ADJUDICACION: el proveedor "
                   MOVOT-COD-PROV " no cotizo la orden " MOVOT-NUMERO
           ELSE
               IF TAB-COT-VALIDEZ(POS-COT-PROV) < FECHA-HOY-N
                   MOVE "N" TO SW-MOV-VALIDO
                   DISPLAY "RECHAZADO ADJUDICACION: la cotizacion del "
                       "proveedor " MOVOT-COD-PROV " vencio el "
                       TAB-COT-VALIDEZ(POS-COT-PROV) ", orden "
                       MOVOT-NUMERO.
           IF MOV-VALIDO
               MOVE OT-INDEX-CUIT-CONS TO MOVOT-CUIT-CONS
               PERFORM VALIDAR-ASIGNACION
               IF MOV-VALIDO
                   PERFORM VALIDAR-SUSPENSION.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       APLICAR-ADJUDICACION.
           MOVE MOVOT-COD-PROV TO OT-INDEX-COD-PROV.
           MOVE FECHA-HOY TO OT-INDEX-FECHA-PEDIDO.
           MOVE 1 TO OT-INDEX-ESTADO.
           REWRITE REG-ORT-INDEX
               INVALID KEY MOVE "23" TO FS-ORT-INDEX
           END-REWRITE.
           IF OK-ORT-INDEX
               MOVE "S" TO TAB-COT-ELEGIDA(POS-COT-PROV)
               MOVE "S" TO SW-COT-MODIFICADAS
               ADD 1 TO CANT-ADJUDICADAS
               DISPLAY "ADJUDICACION: orden " MOVOT-NUMERO
                   " adjudicada al proveedor " MOVOT-COD-PROV
                   " por " TAB-COT-IMPORTE(POS-COT-PROV)
           ELSE
               DISPLAY "ERROR AL ADJUDICAR ORDEN " MOVOT-NUMERO
                   " FS: " FS-ORT-INDEX
               ADD 1 TO CANT-RECHAZADOS.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-COTIZACIONES.
           OPEN OUTPUT WRK-COT.
           IF FS-WRK-COT NOT = "00"
               DISPLAY "Error en open wrk-cot-ot.txt FS: " FS-WRK-COT
               MOVE "S" TO SW-ERROR-APERTURA
           ELSE
               OPEN INPUT COT
               IF FS-COT EQUAL "00"
                   PERFORM LEER-COT
                   PERFORM LLENAR-TABLA-COT UNTIL EOF-COT
                   CLOSE COT
               ELSE
                   IF FS-COT = "05"
                       CLOSE COT
                   ELSE
                       DISPLAY "Error en open cotizaciones FS: "
                           FS-COT
                       MOVE "S" TO SW-ERROR-APERTURA
                   END-IF
               END-IF
               CLOSE WRK-COT.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-COT.
           READ COT
               AT END MOVE "10" TO FS-COT.
           IF FS-COT NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER COTIZACIONES FS: ' FS-COT.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Solo las cotizaciones de ordenes en cotizacion (estado 3)
      * van a la tabla; el resto pasa al archivo de trabajo. Si las
      * de ordenes en cotizacion no entran en la tabla no se
      * procesa, para no perder cotizaciones.
      *>-----------------------------------------------------------*
       LLENAR-TABLA-COT.
           MOVE COT-OT-NUMERO TO OT-INDEX-NUMERO.
           READ ORT-INDEX RECORD
               INVALID KEY MOVE "23" TO FS-ORT-INDEX.
           IF OK-ORT-INDEX AND OT-INDEX-ESTADO = 3
               PERFORM TABLAR-COTIZACION
           ELSE
               MOVE REG-COT TO REG-WRK-COT
               WRITE REG-WRK-COT
               ADD 1 TO CANT-COT-PASADAS.
           PERFORM LEER-COT.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       TABLAR-COTIZACION.
           IF CANT-COT < 9999
               ADD 1 TO CANT-COT
               MOVE REG-COT TO TAB-COT(CANT-COT)
           ELSE
               IF NOT ERROR-APERTURA
                   DISPLAY "Error: las cotizaciones de ordenes en "
                       "cotizacion exceden la tabla"
                   MOVE "S" TO SW-ERROR-APERTURA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       GRABAR-COTIZACIONES.
           IF COT-MODIFICADAS
               MOVE "cotizaciones.txt" TO RES-ARCHIVO
               MOVE "cotiz" TO RES-BASE
               CALL "RESGUARD" USING RES-ARCHIVO, RES-BASE,
                   RES-COD-RET
               IF RES-COD-RET NOT = 0
                   DISPLAY "ORDTRAB: fallo el resguardo de "
                       "cotizaciones.txt, no se regraba"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM ESCRIBIR-COTIZACIONES.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ESCRIBIR-COTIZACIONES.
           OPEN INPUT WRK-COT.
           IF FS-WRK-COT NOT = "00"
               DISPLAY "Error en open wrk-cot-ot.txt FS: " FS-WRK-COT
                   ", no se regraba cotizaciones.txt"
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN OUTPUT COT
               IF FS-COT NOT = "00"
                   DISPLAY "Error en open cotizaciones FS: " FS-COT
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM LEER-WRK-COT
                   PERFORM PASAR-COT-PASO UNTIL EOF-WRK-COT
                   MOVE 1 TO POS-COT
                   PERFORM ESCRIBIR-COT-PASO UNTIL POS-COT > CANT-COT
                   CLOSE COT
               END-IF
               CLOSE WRK-COT.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-WRK-COT.
           READ WRK-COT
               AT END MOVE "10" TO FS-WRK-COT.
           IF FS-WRK-COT NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER WRK-COT-OT FS: ' FS-WRK-COT
               MOVE "10" TO FS-WRK-COT.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       PASAR-COT-PASO.
           MOVE REG-WRK-COT TO REG-COT.
           WRITE REG-COT.
           PERFORM LEER-WRK-COT.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ESCRIBIR-COT-PASO.
           MOVE TAB-COT(POS-COT) TO REG-COT.
           WRITE REG-COT.
           ADD 1 TO POS-COT.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * ordenes.txt se regraba completo recorriendo el indice por
      * numero de orden, para los programas que lo leen en forma
      * secuencial.
      *>-----------------------------------------------------------*
       GRABAR-ORDENES.
           OPEN OUTPUT ORT.
           PERFORM POSICIONAR-ORT-INDEX.
           PERFORM ESCRIBIR-PASO-OT UNTIL EOF-ORT-INDEX.
           CLOSE ORT.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       POSICIONAR-ORT-INDEX.
           MOVE ZEROS TO OT-INDEX-NUMERO.
           START ORT-INDEX KEY IS NOT LESS THAN OT-INDEX-NUMERO
               INVALID KEY MOVE "10" TO FS-ORT-INDEX.
           IF OK-ORT-INDEX
               PERFORM LEER-ORT-INDEX
           ELSE
               MOVE "10" TO FS-ORT-INDEX.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-ORT-INDEX.
           READ ORT-INDEX NEXT RECORD
               AT END MOVE "10" TO FS-ORT-INDEX.
           IF FS-ORT-INDEX NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER ORDENES INDEXADO FS: '
                   FS-ORT-INDEX
               MOVE "10" TO FS-ORT-INDEX.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ESCRIBIR-PASO-OT.
           MOVE REG-ORT-INDEX TO REG-ORT.
           WRITE REG-ORT.
           ADD 1 TO CANT-OT-GRABADAS.
           PERFORM LEER-ORT-INDEX.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Junta las ordenes abiertas con la cantidad de pendientes de
      *>-----------------------------------------------------------*
       GENERAR-ABIERTAS.
           MOVE 0 TO CANT-PROV-ABI.
           PERFORM POSICIONAR-ORT-INDEX.
           PERFORM CONTAR-ABIERTA-PASO UNTIL EOF-ORT-INDEX.
           OPEN OUTPUT ABI.
           PERFORM POSICIONAR-ORT-INDEX.
           PERFORM ESCRIBIR-ABIERTA-PASO UNTIL EOF-ORT-INDEX.
           CLOSE ABI.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CONTAR-ABIERTA-PASO.
           IF OT-INDEX-ESTADO = 1
               ADD 1 TO CANT-ABIERTAS
               PERFORM SUMAR-PROV-ABIERTA.
           PERFORM LEER-ORT-INDEX.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       SUMAR-PROV-ABIERTA.
           ELSE
               IF CANT-PROV-ABI < 500
                   ADD 1 TO CANT-PROV-ABI
                   MOVE OT-INDEX-COD-PROV
                       TO TAB-PAB-COD-PROV(CANT-PROV-ABI)
                   MOVE 1 TO TAB-PAB-CANT(CANT-PROV-ABI)
               ELSE
                   DISPLAY "ADVERTENCIA: tabla de proveedores con "
                       "ordenes abiertas llena, proveedor "
                       OT-INDEX-COD-PROV
                       " queda fuera del ranking".
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-PROV-ABI-PASO.
           IF TAB-PAB-COD-PROV(POS-PAB) = OT-INDEX-COD-PROV
               MOVE "S" TO SW-PROV-EN-TABLA
           ELSE
               ADD 1 TO POS-PAB.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ESCRIBIR-ABIERTA-PASO.
           IF OT-INDEX-ESTADO = 1
               PERFORM ARMAR-REG-ABIERTA.
           PERFORM LEER-ORT-INDEX.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ARMAR-REG-ABIERTA.
               MOVE TAB-PAB-CANT(POS-PAB) TO ABI-CANT-PROV
           ELSE
               MOVE 1 TO ABI-CANT-PROV.
           MOVE OT-INDEX-COD-PROV TO ABI-COD-PROV.
           MOVE OT-INDEX-NUMERO TO ABI-NUMERO.
           MOVE OT-INDEX-CUIT-CONS TO ABI-CUIT-CONS.
           MOVE OT-INDEX-RUBRO TO ABI-RUBRO.
           MOVE OT-INDEX-FECHA-PEDIDO TO ABI-FECHA-PEDIDO.
           WRITE REG-ABI.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
               MOVE COLA-SUMA TO COLA-SUMA-DECL
           ELSE
               ADD 1 TO CANT-MOV-LOTE
               IF MOVOT-OP = 3
                   PERFORM NORMALIZAR-IMPORTES
                   ADD MOVOT-IMPORTE TO SUMA-MOV-LOTE
               END-IF
               PERFORM LEER-MOV-LOTE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
           DISPLAY "Cierres registrados    : " CANT-CIERRES.
           DISPLAY "Movimientos rechazados : " CANT-RECHAZADOS.
           DISPLAY "Ordenes abiertas       : " CANT-ABIERTAS.
           DISPLAY "Ordenes en ordenes.txt : " CANT-OT-GRABADAS.
           DISPLAY "Altas en cotizacion    : " CANT-EN-COTIZACION.
           DISPLAY "Cotizaciones grabadas  : " CANT-COTIZACIONES.
           DISPLAY "Cotiz. de otras ordenes: " CANT-COT-PASADAS.
           DISPLAY "Ordenes adjudicadas    : " CANT-ADJUDICADAS.

       END PROGRAM ORDTRAB.
