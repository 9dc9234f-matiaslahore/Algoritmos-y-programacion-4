      *          Nicolas Outeda.
      * Date: 2/9/2026 DD/MM/AAAA
      * Purpose: Seleccion de pago a proveedores. Toma las facturas
      *          pendientes de facturas_indexed.txt con vencimiento
      *          hasta la fecha de corte de fecha-corte.txt (recorre
      *          el indexado por clave, regraba cada factura que
      *          entra en pago y despues regenera facturas.txt),
      *          genera una orden de pago numerada por factura en
      *          ordenes-pago.txt (numeracion correlativa siguiendo
      *          a la mas alta ya emitida), deja las facturas en
      *          estado 3 (en pago) y arma transferencias.txt para
      *          presentar al banco.
      *          Las facturas pasan a pagadas recien cuando CONFPAGO
      *          confirma la orden.
      *          Sobre cada orden practica las retenciones de
      *          Ganancias e Ingresos Brutos segun la condicion y las
      *          alicuotas del proveedor (prov-impositivo.txt) y los
      *          minimos de cada regimen (regimenes-ret.txt): las
      *          asienta en retenciones.txt como provisorias, emite un
      *          certificado de retencion numerado por orden
      *          (cert-retencion-NNNNNNNN.txt) y transfiere el neto.
      *          La cuenta destino sale de prov-banco.txt (entidad,
      *          CBU y CUIT del titular), validando digitos
      *          verificadores del CBU y del CUIT: las facturas de
      *          proveedores sin cuenta valida no se pagan y salen en
      *          un listado aparte, y las transferencias se arman en
      *          un archivo por entidad destino y por dia
      *          (transferencias-EEE-AAAAMMDD.txt; una segunda
      *          corrida del dia agrega al final), listando al cierre
      *          los archivos generados.
      *          A las transferencias de proveedores se suman los
      *          netos de sueldos pendientes de sueldos-a-pagar.txt
      *          (liquidados por SUELDOS), con la misma validacion de
      *          CBU y del CUIL del empleado; los que se incluyen
      *          quedan en estado 2 (transferido) recien cuando su
      *          transferencia quedo grabada, y los de cuenta
      *          invalida siguen pendientes y salen en un listado.
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
           SELECT OPTIONAL TRF
                        ASSIGN USING NOMBRE-ARCH-TRF
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-TRF.
           SELECT OPTIONAL IMP
                        ASSIGN TO "prov-impositivo.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-IMP.
           SELECT OPTIONAL BCO
                        ASSIGN TO "prov-banco.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-BCO.
           SELECT OPTIONAL RGR
                        ASSIGN TO "regimenes-ret.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-RGR.
           SELECT OPTIONAL RET
                        ASSIGN TO "retenciones.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-RET.
           SELECT OPTIONAL SAP
                        ASSIGN TO "sueldos-a-pagar.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-SAP.
           SELECT CRE   ASSIGN USING NOMBRE-ARCH-CRE
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-CRE.

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
           03 TRF-OP-NUMERO PIC 9(8).
           03 TRF-COD-PROV PIC 9(8).
           03 TRF-IMPORTE PIC 9(9)V99.
           03 TRF-ENTIDAD PIC 9(3).
           03 TRF-CBU PIC 9(22).
           03 TRF-CUIT-TITULAR PIC 9(11).
           03 TRF-TIPO PIC X(1).

      * Cuenta bancaria de cada proveedor para las transferencias.
       FD  BCO.
       01  REG-BCO.
           03 BCO-COD-PROV PIC 9(8).
           03 BCO-ENTIDAD PIC 9(3).
           03 BCO-CBU PIC 9(22).
           03 BCO-CUIT-TITULAR PIC 9(11).

      * Condicion impositiva del proveedor: Ganancias "I" inscripto,
      * "N" no inscripto, "E" exento; Ingresos Brutos "I" inscripto,
      * "E" exento. Alicuotas en por ciento.
       FD  IMP.
       01  REG-IMP.
           03 IMP-COD-PROV PIC 9(8).
           03 IMP-CUIT-PROV PIC 9(11).
           03 IMP-COND-GANANCIAS PIC X(1).
           03 IMP-ALIC-GANANCIAS PIC 9(2)V99.
           03 IMP-COND-IIBB PIC X(1).
           03 IMP-ALIC-IIBB PIC 9(2)V99.

      * Minimos por regimen ("GANA" Ganancias, "IIBB" Ingresos
      * Brutos): no se retiene sobre lo que no supera el minimo no
      * imponible ni se practica la retencion menor al minimo.
       FD  RGR.
       01  REG-RGR.
           03 RGR-REGIMEN PIC X(4).
           03 RGR-MINIMO-NO-IMPONIBLE PIC 9(9)V99.
           03 RGR-MINIMO-RETENCION PIC 9(9)V99.

      * Retenciones practicadas: estado 1 provisoria (orden
      * emitida), 2 firme (orden confirmada por CONFPAGO).
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

      * Netos de sueldos: estado 1 pendiente, 2 transferido.
       FD  SAP.
       01  REG-SAP.
           03 SAP-PERIODO PIC 9(6).
           03 SAP-CUIT-CONS PIC 9(15).
           03 SAP-LEGAJO PIC 9(4).
           03 SAP-CUIL PIC 9(11).
           03 SAP-NETO PIC 9(9)V99.
           03 SAP-ENTIDAD PIC 9(3).
           03 SAP-CBU PIC 9(22).
           03 SAP-ESTADO PIC 9(1).

       FD  CRE.
       01  REG-CRE PIC X(80).

       WORKING-STORAGE SECTION.

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
           88 NO-TRF VALUE "23".
           88 EOF-TRF VALUE "10".

       77  FS-IMP PIC XX.
           88 OK-IMP VALUE "00".
           88 NO-IMP VALUE "23".
           88 EOF-IMP VALUE "10".
       77  FS-BCO PIC XX.
           88 OK-BCO VALUE "00".
           88 NO-BCO VALUE "23".
           88 EOF-BCO VALUE "10".
       77  FS-RGR PIC XX.
           88 OK-RGR VALUE "00".
           88 NO-RGR VALUE "23".
           88 EOF-RGR VALUE "10".
       77  FS-RET PIC XX.
           88 OK-RET VALUE "00".
           88 NO-RET VALUE "23".
           88 EOF-RET VALUE "10".
       77  FS-SAP PIC XX.
           88 OK-SAP VALUE "00".
           88 NO-SAP VALUE "23".
           88 EOF-SAP VALUE "10".
       77  FS-CRE PIC XX.
           88 OK-CRE VALUE "00".
           88 NO-CRE VALUE "23".
           88 EOF-CRE VALUE "10".

       01  NOMBRE-ARCH-CRE PIC X(40) VALUE SPACES.
       01  NOMBRE-ARCH-TRF PIC X(40) VALUE SPACES.

       01  SW-ERROR-APERTURA PIC X(1) VALUE "N".
           88 ERROR-APERTURA VALUE "S".

       01  FECHA-CORTE PIC 9(8) VALUE 0.
       01  PROXIMO-NRO-OP PIC 9(8) VALUE 1.

       01  CANT-FAC PIC 9(6) VALUE 0.

       01  CANT-ORP PIC 9(4) VALUE 0.
       01  BUFFER-ORP.

       01  CANT-SELECCIONADAS PIC 9(4) VALUE 0.
       01  TOTAL-SELECCIONADO PIC 9(11)V99 VALUE 0.
       01  TOTAL-RETENIDO PIC 9(11)V99 VALUE 0.
       01  TOTAL-TRANSFERIDO PIC 9(11)V99 VALUE 0.
       01  CANT-CERT-RET PIC 9(4) VALUE 0.
       01  CANT-SIN-COND-IMP PIC 9(4) VALUE 0.

      * Cuentas bancarias de los proveedores, con la marca de
      * validez que resulta de los digitos verificadores.
       01  CANT-BCO PIC 9(4) VALUE 0.
       01  BUFFER-BCO.
           03 BUF-BCO OCCURS 1 TO 9999 TIMES
              DEPENDING ON CANT-BCO.
              05 BUF-BCO-COD-PROV PIC 9(8).
              05 BUF-BCO-ENTIDAD PIC 9(3).
              05 BUF-BCO-CBU PIC 9(22).
              05 BUF-BCO-CUIT-TITULAR PIC 9(11).
              05 BUF-BCO-VALIDA PIC X(1).
       01  POS-BCO PIC 9(4) VALUE 0.
       01  SW-ENCONTRADO-BCO PIC X(1) VALUE "N".
           88 ENCONTRADO-BCO VALUE "S".
       01  CANT-BCO-INVALIDAS PIC 9(4) VALUE 0.

      * Validacion del CBU: bloque 1 (entidad, sucursal y digito
      * verificador) con pesos 7139713 sobre sus 7 primeros
      * digitos y bloque 2 (cuenta y digito verificador) con pesos
      * 3971397139713 sobre sus 13 primeros; el digito es el
      * complemento a 10 del resto de la suma por 10. Las
      * posiciones de los digitos verificadores llevan peso 0.
       01  CBU-VALIDAR PIC 9(22) VALUE 0.
       01  CBU-VALIDAR-RED REDEFINES CBU-VALIDAR.
           03 CBU-DIGITO PIC 9(1) OCCURS 22 TIMES.
       01  CBU-ENTIDAD-VAL PIC 9(3) VALUE 0.
       01  TABLA-PESOS-CBU PIC X(22) VALUE "7139713039713971397130".
       01  TABLA-PESOS-CBU-RED REDEFINES TABLA-PESOS-CBU.
           03 PESO-CBU PIC 9(1) OCCURS 22 TIMES.
       01  SUMA-CBU PIC 9(4) VALUE 0.
       01  COCIENTE-CBU PIC 9(4) VALUE 0.
       01  RESTO-CBU PIC 9(2) VALUE 0.
       01  DV-CBU PIC 9(2) VALUE 0.
       01  POS-DIGITO-CBU PIC 9(2) VALUE 0.
       01  FIN-BLOQUE-CBU PIC 9(2) VALUE 0.
       01  SW-CBU-OK PIC X(1) VALUE "S".
           88 CBU-OK VALUE "S".
           88 CBU-MAL VALUE "N".

      * Validacion del CUIT del titular: prefijo de tipo y digito
      * verificador (modulo 11 con pesos 5432765432), como en
      * MANTCONS, admitiendo tambien los prefijos de personas
      * fisicas (20, 23, 24 y 27).
       01  CUIT-VALIDAR PIC 9(11) VALUE 0.
       01  CUIT-VALIDAR-RED REDEFINES CUIT-VALIDAR.
           03 CV-DIGITO PIC 9(1) OCCURS 11 TIMES.
       01  CUIT-PREFIJO PIC 9(2) VALUE 0.
       01  TABLA-PESOS-CUIT PIC X(10) VALUE "5432765432".
       01  TABLA-PESOS-CUIT-RED REDEFINES TABLA-PESOS-CUIT.
           03 PESO-CUIT PIC 9(1) OCCURS 10 TIMES.
       01  SUMA-CUIT PIC 9(4) VALUE 0.
       01  COCIENTE-CUIT PIC 9(4) VALUE 0.
       01  RESTO-CUIT PIC 9(2) VALUE 0.
       01  DV-CALCULADO PIC 9(2) VALUE 0.
       01  POS-DIGITO PIC 9(2) VALUE 0.
       01  SW-CUIT-OK PIC X(1) VALUE "S".
           88 CUIT-OK VALUE "S".
           88 CUIT-MAL VALUE "N".

      * Transferencias de la corrida, agrupadas al final en un
      * archivo por entidad destino.
       01  CANT-TRF PIC 9(4) VALUE 0.
       01  BUFFER-TRF.
           03 BUF-TRF OCCURS 1 TO 9999 TIMES
              DEPENDING ON CANT-TRF.
              05 BUF-TRF-OP-NUMERO PIC 9(8).
              05 BUF-TRF-COD-PROV PIC 9(8).
              05 BUF-TRF-IMPORTE PIC 9(9)V99.
              05 BUF-TRF-ENTIDAD PIC 9(3).
              05 BUF-TRF-CBU PIC 9(22).
              05 BUF-TRF-CUIT-TITULAR PIC 9(11).
              05 BUF-TRF-TIPO PIC X(1).
              05 BUF-TRF-POS-SAP PIC 9(4).
       01  POS-TRF PIC 9(4) VALUE 0.
       01  CANT-ENT-TRF PIC 9(3) VALUE 0.
       01  MAX-ENT-TRF PIC 9(3) VALUE 200.
       01  TABLA-ENT-TRF.
           03 TAB-ENT-TRF OCCURS 200 TIMES.
              05 TAB-ETR-ENTIDAD PIC 9(3).
              05 TAB-ETR-CANT PIC 9(4).
              05 TAB-ETR-IMPORTE PIC 9(11)V99.
              05 TAB-ETR-ARCHIVO PIC X(40).
              05 TAB-ETR-GRABADO PIC X(1).
       01  POS-ETR PIC 9(3) VALUE 0.
       01  SW-ENCONTRADA-ETR PIC X(1) VALUE "N".
           88 ENCONTRADA-ETR VALUE "S".
       01  SW-LUGAR-ETR PIC X(1) VALUE "S".
           88 HAY-LUGAR-ETR VALUE "S".
       01  ENTIDAD-BUSCADA PIC 9(3) VALUE 0.
       01  CANT-TRF-ERROR PIC 9(4) VALUE 0.

      * Sueldos a transferir. En la transferencia de un sueldo el
      * numero de orden lleva el periodo, el codigo el legajo y el
      * CUIT del titular el CUIL del empleado.
       01  CANT-SAP PIC 9(4) VALUE 0.
       01  BUFFER-SAP.
           03 BUF-SAP OCCURS 1 TO 9999 TIMES
              DEPENDING ON CANT-SAP.
              05 BUF-SAP-PERIODO PIC 9(6).
              05 BUF-SAP-CUIT-CONS PIC 9(15).
              05 BUF-SAP-LEGAJO PIC 9(4).
              05 BUF-SAP-CUIL PIC 9(11).
              05 BUF-SAP-NETO PIC 9(9)V99.
              05 BUF-SAP-ENTIDAD PIC 9(3).
              05 BUF-SAP-CBU PIC 9(22).
              05 BUF-SAP-ESTADO PIC 9(1).
       01  SUBIND-SAP PIC 9(4) VALUE 0.
       01  SW-ERROR-SAP PIC X(1) VALUE "N".
           88 ERROR-SAP VALUE "S".
       01  CANT-SUELDOS-TRF PIC 9(4) VALUE 0.
       01  TOTAL-SUELDOS-TRF PIC 9(11)V99 VALUE 0.
       01  CANT-SUELDOS-RETENIDOS PIC 9(4) VALUE 0.
       01  TOTAL-SUELDOS-RETENIDOS PIC 9(11)V99 VALUE 0.

       01  SRT-LINEA.
           03 FILLER PIC X(6) VALUE "CUIT: ".
           03 SRTLIN-CUIT-CONS PIC 9(15).
           03 FILLER PIC X(10) VALUE "  LEGAJO: ".
           03 SRTLIN-LEGAJO PIC 9(4).
           03 FILLER PIC X(11) VALUE "  PERIODO: ".
           03 SRTLIN-PERIODO PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 SRTLIN-NETO PIC ZZZZZZZZ9.99.

      * Facturas vencidas no pagadas por falta de cuenta valida.
       01  CANT-RETENIDAS PIC 9(4) VALUE 0.
       01  TOTAL-RETENIDAS PIC 9(11)V99 VALUE 0.
       01  TABLA-FAC-RETENIDAS.
           03 TAB-FRT OCCURS 500 TIMES.
              05 TAB-FRT-COD-PROV PIC 9(8).
              05 TAB-FRT-NUMERO PIC 9(8).
              05 TAB-FRT-IMPORTE PIC 9(9)V99.
              05 TAB-FRT-MOTIVO PIC X(20).
       01  POS-FRT PIC 9(4) VALUE 0.

       01  FRT-LINEA.
           03 FILLER PIC X(11) VALUE "PROVEEDOR: ".
           03 FRTLIN-COD-PROV PIC 9(8).
           03 FILLER PIC X(11) VALUE "  FACTURA: ".
           03 FRTLIN-NUMERO PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 FRTLIN-IMPORTE PIC ZZZZZZZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FRTLIN-MOTIVO PIC X(20).

      * Condicion impositiva de los proveedores.
       01  CANT-IMP PIC 9(4) VALUE 0.
       01  BUFFER-IMP.
           03 BUF-IMP OCCURS 1 TO 9999 TIMES
              DEPENDING ON CANT-IMP.
              05 BUF-IMP-COD-PROV PIC 9(8).
              05 BUF-IMP-CUIT-PROV PIC 9(11).
              05 BUF-IMP-COND-GANANCIAS PIC X(1).
              05 BUF-IMP-ALIC-GANANCIAS PIC 9(2)V99.
              05 BUF-IMP-COND-IIBB PIC X(1).
              05 BUF-IMP-ALIC-IIBB PIC 9(2)V99.
       01  POS-IMP PIC 9(4) VALUE 0.
       01  SW-ENCONTRADO-IMP PIC X(1) VALUE "N".
           88 ENCONTRADO-IMP VALUE "S".

       01  CANT-RGR PIC 9(2) VALUE 0.
       01  TABLA-REGIMENES.
           03 TAB-RGR OCCURS 10 TIMES.
              05 TAB-RGR-REGIMEN PIC X(4).
              05 TAB-RGR-MINIMO-NO-IMP PIC 9(9)V99.
              05 TAB-RGR-MINIMO-RET PIC 9(9)V99.
       01  POS-RGR PIC 9(2) VALUE 0.

      * Retenciones de la orden en curso, una por regimen.
       01  REGIMEN-CALC PIC X(4) VALUE SPACES.
       01  ALICUOTA-CALC PIC 9(2)V99 VALUE 0.
       01  BASE-CALC PIC 9(9)V99 VALUE 0.
       01  RETENCION-CALC PIC 9(9)V99 VALUE 0.
       01  MINIMO-NO-IMP-CALC PIC 9(9)V99 VALUE 0.
       01  MINIMO-RET-CALC PIC 9(9)V99 VALUE 0.
       01  BASE-GANANCIAS PIC 9(9)V99 VALUE 0.
       01  BASE-IIBB PIC 9(9)V99 VALUE 0.
       01  RETENCION-GANANCIAS PIC 9(9)V99 VALUE 0.
       01  ALICUOTA-GANANCIAS PIC 9(2)V99 VALUE 0.
       01  RETENCION-IIBB PIC 9(9)V99 VALUE 0.
       01  ALICUOTA-IIBB PIC 9(2)V99 VALUE 0.
       01  RETENCION-ORDEN PIC 9(9)V99 VALUE 0.
       01  NETO-ORDEN PIC 9(9)V99 VALUE 0.
       01  ULTIMO-NRO-CERT-RET PIC 9(8) VALUE 0.

       01  CRE-TITULO.
           03 FILLER PIC X(32)
               VALUE "CERTIFICADO DE RETENCION NUMERO ".
           03 CRETIT-NUMERO PIC 9(8).
           03 FILLER PIC X(40) VALUE SPACES.

       01  CRE-DATOS.
           03 FILLER PIC X(7) VALUE "FECHA: ".
           03 CREDAT-FECHA PIC 9(8).
           03 FILLER PIC X(17) VALUE "  ORDEN DE PAGO: ".
           03 CREDAT-OP PIC 9(8).
           03 FILLER PIC X(11) VALUE "  FACTURA: ".
           03 CREDAT-FACTURA PIC 9(8).
           03 FILLER PIC X(21) VALUE SPACES.

       01  CRE-PROVEEDOR.
           03 FILLER PIC X(11) VALUE "PROVEEDOR: ".
           03 CREPRO-COD PIC 9(8).
           03 FILLER PIC X(8) VALUE "  CUIT: ".
           03 CREPRO-CUIT PIC 9(11).
           03 FILLER PIC X(42) VALUE SPACES.

       01  CRE-ROTULO.
           03 FILLER PIC X(10) VALUE "REGIMEN   ".
           03 FILLER PIC X(13) VALUE "  BASE SUJETA".
           03 FILLER PIC X(10) VALUE "  ALICUOTA".
           03 FILLER PIC X(13) VALUE "    RETENIDO ".
           03 FILLER PIC X(34) VALUE SPACES.

       01  CRE-LINEA.
           03 CRELIN-REGIMEN PIC X(10).
           03 CRELIN-BASE PIC ZZZZZZZZ9.99.
           03 FILLER PIC X(4) VALUE SPACES.
           03 CRELIN-ALICUOTA PIC Z9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 CRELIN-IMPORTE PIC ZZZZZZZZ9.99.
           03 FILLER PIC X(36) VALUE SPACES.

       01  CRE-TOTAL-LINEA.
           03 CRETOT-ROTULO PIC X(26).
           03 CRETOT-IMPORTE PIC ZZZZZZZZ9.99.
           03 FILLER PIC X(42) VALUE SPACES.

       PROCEDURE DIVISION.
       COMIENZO.
                   DISPLAY "ORDPAGO: abortando, fecha-corte.txt no "
                       "trae una fecha valida"
                   MOVE 16 TO RETURN-CODE
                   CLOSE RET
                   CLOSE FAC-INDEX
               ELSE
                   PERFORM SELECCIONAR-FACTURAS
                   PERFORM INCLUIR-SUELDOS
                   PERFORM GRABAR-FACTURAS
                   PERFORM GRABAR-ORDENES-PAGO
                   PERFORM GRABAR-TRANSFERENCIAS
                   PERFORM GRABAR-SUELDOS-A-PAGAR
                   PERFORM LISTAR-FAC-RETENIDAS
                   PERFORM IMPR-RESUMEN
                   CLOSE RET
                   CLOSE FAC-INDEX
               END-IF
           END-IF.
           STOP RUN.
       INICIO.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM CARGAR-FECHA-CORTE.
           PERFORM CARGAR-FACTURAS.
           PERFORM CARGAR-ORDENES-PAGO.
           PERFORM CARGAR-CONDICION-IMPOSITIVA.
           PERFORM CARGAR-CUENTAS-PROVEEDOR.
           PERFORM CARGAR-REGIMENES.
           PERFORM CARGAR-SUELDOS-A-PAGAR.
           PERFORM ABRIR-RETENCIONES.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-FECHA-CORTE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-FACTURAS.
           OPEN I-O FAC-INDEX.
           IF FS-FAC-INDEX NOT = "00"
               DISPLAY "Error en open facturas indexado FS: "
                   FS-FAC-INDEX ", corresponde correr INDEXER"
               MOVE "S" TO SW-ERROR-APERTURA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-ORDENES-PAGO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       SELECCIONAR-FACTURAS.
           PERFORM POSICIONAR-FAC-INDEX.
           PERFORM SELECCIONAR-FAC-PASO UNTIL EOF-FAC-INDEX.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       SELECCIONAR-FAC-PASO.
           IF FAC-INDEX-ESTADO = 1
               AND FAC-INDEX-FECHA-VENCIMIENTO <= FECHA-CORTE
               PERFORM BUSCAR-BCO
               IF ENCONTRADO-BCO AND BUF-BCO-VALIDA(POS-BCO) = "S"
                   MOVE BUF-BCO-ENTIDAD(POS-BCO) TO ENTIDAD-BUSCADA
                   PERFORM VERIFICAR-LUGAR-ETR
               END-IF
               IF ENCONTRADO-BCO AND BUF-BCO-VALIDA(POS-BCO) = "S"
                   AND HAY-LUGAR-ETR
                   PERFORM EMITIR-ORDEN-PAGO
               ELSE
                   PERFORM RETENER-FACTURA.
           PERFORM LEER-FAC-INDEX.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * La factura sin cuenta valida del proveedor queda pendiente
      * (estado 1) para una proxima seleccion y se anota para el
      * listado de facturas retenidas.
      *>-----------------------------------------------------------*
       RETENER-FACTURA.
           ADD 1 TO CANT-RETENIDAS.
           ADD FAC-INDEX-IMPORTE TO TOTAL-RETENIDAS.
           IF CANT-RETENIDAS <= 500
               MOVE FAC-INDEX-COD-PROV
                   TO TAB-FRT-COD-PROV(CANT-RETENIDAS)
               MOVE FAC-INDEX-NUMERO
                   TO TAB-FRT-NUMERO(CANT-RETENIDAS)
               MOVE FAC-INDEX-IMPORTE
                   TO TAB-FRT-IMPORTE(CANT-RETENIDAS)
               MOVE "SIN CUENTA BANCARIA"
                   TO TAB-FRT-MOTIVO(CANT-RETENIDAS)
               IF ENCONTRADO-BCO
                   MOVE "CUENTA INVALIDA"
                       TO TAB-FRT-MOTIVO(CANT-RETENIDAS)
                   IF BUF-BCO-VALIDA(POS-BCO) = "S"
                       MOVE "EXCESO DE ENTIDADES"
                           TO TAB-FRT-MOTIVO(CANT-RETENIDAS)
                   END-IF
               END-IF
           ELSE
               DISPLAY "ADVERTENCIA: factura " FAC-INDEX-NUMERO
                   " del proveedor " FAC-INDEX-COD-PROV
                   " retenida sin cuenta valida, no entra en el "
                   "listado".
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       EMITIR-ORDEN-PAGO.
           IF CANT-ORP >= 9999
               DISPLAY "ADVERTENCIA: tabla de ordenes de pago "
                   "llena, factura " FAC-INDEX-NUMERO
                   " no seleccionada"
           ELSE
               ADD 1 TO CANT-ORP
               MOVE PROXIMO-NRO-OP TO BUF-ORP-NUMERO(CANT-ORP)
               MOVE FECHA-HOY TO BUF-ORP-FECHA(CANT-ORP)
               MOVE FAC-INDEX-COD-PROV
                   TO BUF-ORP-COD-PROV(CANT-ORP)
               MOVE FAC-INDEX-NUMERO
                   TO BUF-ORP-FAC-NUMERO(CANT-ORP)
               MOVE FAC-INDEX-IMPORTE
                   TO BUF-ORP-IMPORTE(CANT-ORP)
               MOVE 1 TO BUF-ORP-ESTADO(CANT-ORP)
               MOVE 3 TO FAC-INDEX-ESTADO
               REWRITE REG-FAC-INDEX
                   INVALID KEY MOVE "23" TO FS-FAC-INDEX
               END-REWRITE
               IF NOT OK-FAC-INDEX
                   DISPLAY "ERROR: no se pudo pasar a en pago la "
                       "factura " FAC-INDEX-NUMERO " FS: "
                       FS-FAC-INDEX
               END-IF
               PERFORM CALCULAR-RETENCIONES
               PERFORM GRABAR-TRANSFERENCIA
               ADD 1 TO CANT-SELECCIONADAS
               ADD FAC-INDEX-IMPORTE TO TOTAL-SELECCIONADO
               ADD RETENCION-ORDEN TO TOTAL-RETENIDO
               ADD NETO-ORDEN TO TOTAL-TRANSFERIDO
               DISPLAY "ORDEN DE PAGO " PROXIMO-NRO-OP ": factura "
                   FAC-INDEX-NUMERO " del proveedor "
                   FAC-INDEX-COD-PROV " por "
                   FAC-INDEX-IMPORTE " neto " NETO-ORDEN
               ADD 1 TO PROXIMO-NRO-OP.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       GRABAR-TRANSFERENCIA.
           ADD 1 TO CANT-TRF.
           MOVE PROXIMO-NRO-OP TO BUF-TRF-OP-NUMERO(CANT-TRF).
           MOVE FAC-INDEX-COD-PROV TO BUF-TRF-COD-PROV(CANT-TRF).
           MOVE NETO-ORDEN TO BUF-TRF-IMPORTE(CANT-TRF).
           MOVE BUF-BCO-ENTIDAD(POS-BCO) TO BUF-TRF-ENTIDAD(CANT-TRF).
           MOVE BUF-BCO-CBU(POS-BCO) TO BUF-TRF-CBU(CANT-TRF).
           MOVE BUF-BCO-CUIT-TITULAR(POS-BCO)
               TO BUF-TRF-CUIT-TITULAR(CANT-TRF).
           MOVE "P" TO BUF-TRF-TIPO(CANT-TRF).
           MOVE 0 TO BUF-TRF-POS-SAP(CANT-TRF).
           PERFORM ANOTAR-ENTIDAD-TRF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * La tabla de entidades limita los archivos de la corrida: una
      * transferencia a una entidad nueva con la tabla llena no se
      * arma y la factura o el sueldo quedan pendientes.
      *>-----------------------------------------------------------*
       VERIFICAR-LUGAR-ETR.
           MOVE "N" TO SW-ENCONTRADA-ETR.
           MOVE 1 TO POS-ETR.
           PERFORM BUSCAR-ETR-PASO
               UNTIL POS-ETR > CANT-ENT-TRF OR ENCONTRADA-ETR.
           MOVE "S" TO SW-LUGAR-ETR.
           IF NOT ENCONTRADA-ETR AND CANT-ENT-TRF NOT < MAX-ENT-TRF
               MOVE "N" TO SW-LUGAR-ETR
               DISPLAY "ADVERTENCIA: mas de " MAX-ENT-TRF
                   " entidades destino, la entidad "
                   ENTIDAD-BUSCADA " queda para la proxima corrida".
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Acumula por entidad la transferencia recien agregada al
      * buffer, sea de proveedor o de sueldo; el lugar en la tabla
      * ya se verifico antes de armarla.
      *>-----------------------------------------------------------*
       ANOTAR-ENTIDAD-TRF.
           MOVE BUF-TRF-ENTIDAD(CANT-TRF) TO ENTIDAD-BUSCADA.
           MOVE "N" TO SW-ENCONTRADA-ETR.
           MOVE 1 TO POS-ETR.
           PERFORM BUSCAR-ETR-PASO
               UNTIL POS-ETR > CANT-ENT-TRF OR ENCONTRADA-ETR.
           IF NOT ENCONTRADA-ETR
               ADD 1 TO CANT-ENT-TRF
               MOVE CANT-ENT-TRF TO POS-ETR
               MOVE BUF-TRF-ENTIDAD(CANT-TRF)
                   TO TAB-ETR-ENTIDAD(POS-ETR)
               MOVE 0 TO TAB-ETR-CANT(POS-ETR)
               MOVE 0 TO TAB-ETR-IMPORTE(POS-ETR).
           ADD 1 TO TAB-ETR-CANT(POS-ETR).
           ADD BUF-TRF-IMPORTE(CANT-TRF) TO TAB-ETR-IMPORTE(POS-ETR).
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-ETR-PASO.
           IF TAB-ETR-ENTIDAD(POS-ETR) = ENTIDAD-BUSCADA
               MOVE "S" TO SW-ENCONTRADA-ETR
           ELSE
               ADD 1 TO POS-ETR.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Un archivo de transferencias por entidad destino y por dia,
      * para presentar a cada banco lo suyo sin volver a mandar los
      * archivos de corridas anteriores; si en el dia ya hubo otra
      * corrida, lo de esta se agrega al final y se avisa.
      *>-----------------------------------------------------------*
       GRABAR-TRANSFERENCIAS.
           MOVE 1 TO POS-ETR.
           PERFORM GRABAR-TRF-ENTIDAD UNTIL POS-ETR > CANT-ENT-TRF.
           PERFORM LISTAR-ARCHIVOS-TRF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       GRABAR-TRF-ENTIDAD.
           MOVE SPACES TO NOMBRE-ARCH-TRF.
           STRING "transferencias-" TAB-ETR-ENTIDAD(POS-ETR) "-"
               FECHA-HOY ".txt"
               DELIMITED BY SIZE INTO NOMBRE-ARCH-TRF.
           MOVE NOMBRE-ARCH-TRF TO TAB-ETR-ARCHIVO(POS-ETR).
           MOVE "N" TO TAB-ETR-GRABADO(POS-ETR).
           OPEN EXTEND TRF.
           IF FS-TRF NOT = "00" AND FS-TRF NOT = "05"
               DISPLAY "Error en open transferencias "
                   NOMBRE-ARCH-TRF " FS: " FS-TRF
               ADD TAB-ETR-CANT(POS-ETR) TO CANT-TRF-ERROR
               MOVE 16 TO RETURN-CODE
           ELSE
               IF FS-TRF = "00"
                   MOVE "A" TO TAB-ETR-GRABADO(POS-ETR)
               ELSE
                   MOVE "S" TO TAB-ETR-GRABADO(POS-ETR)
               END-IF
               MOVE 1 TO POS-TRF
               PERFORM ESCRIBIR-TRF-PASO UNTIL POS-TRF > CANT-TRF
               CLOSE TRF
           END-IF.
           ADD 1 TO POS-ETR.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ESCRIBIR-TRF-PASO.
           IF BUF-TRF-ENTIDAD(POS-TRF) = TAB-ETR-ENTIDAD(POS-ETR)
               MOVE BUF-TRF-OP-NUMERO(POS-TRF) TO TRF-OP-NUMERO
               MOVE BUF-TRF-COD-PROV(POS-TRF) TO TRF-COD-PROV
               MOVE BUF-TRF-IMPORTE(POS-TRF) TO TRF-IMPORTE
               MOVE BUF-TRF-ENTIDAD(POS-TRF) TO TRF-ENTIDAD
               MOVE BUF-TRF-CBU(POS-TRF) TO TRF-CBU
               MOVE BUF-TRF-CUIT-TITULAR(POS-TRF) TO TRF-CUIT-TITULAR
               MOVE BUF-TRF-TIPO(POS-TRF) TO TRF-TIPO
               WRITE REG-TRF
               IF FS-TRF NOT = "00"
                   DISPLAY "ERROR: no se pudo grabar la transferencia "
                       BUF-TRF-OP-NUMERO(POS-TRF) " de "
                       BUF-TRF-COD-PROV(POS-TRF) " en "
                       NOMBRE-ARCH-TRF " FS: " FS-TRF
                   ADD 1 TO CANT-TRF-ERROR
                   MOVE 16 TO RETURN-CODE
               ELSE
                   IF BUF-TRF-TIPO(POS-TRF) = "S"
                       PERFORM CONFIRMAR-SUELDO-TRANSFERIDO
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO POS-TRF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * El sueldo pasa a transferido recien con su transferencia
      * grabada; si el archivo no se pudo grabar sigue pendiente.
      *>-----------------------------------------------------------*
       CONFIRMAR-SUELDO-TRANSFERIDO.
           MOVE BUF-TRF-POS-SAP(POS-TRF) TO SUBIND-SAP.
           MOVE 2 TO BUF-SAP-ESTADO(SUBIND-SAP).
           ADD 1 TO CANT-SUELDOS-TRF.
           ADD BUF-SAP-NETO(SUBIND-SAP) TO TOTAL-SUELDOS-TRF.
           DISPLAY "SUELDO " BUF-SAP-PERIODO(SUBIND-SAP) ": legajo "
               BUF-SAP-LEGAJO(SUBIND-SAP) " del CUIT "
               BUF-SAP-CUIT-CONS(SUBIND-SAP) " neto "
               BUF-SAP-NETO(SUBIND-SAP).
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LISTAR-ARCHIVOS-TRF.
           DISPLAY "---- ARCHIVOS DE TRANSFERENCIAS DE LA CORRIDA ----".
           IF CANT-ENT-TRF = 0
               DISPLAY "  (ninguno)"
           ELSE
               MOVE 1 TO POS-ETR
               PERFORM LISTAR-ARCHIVO-TRF-PASO
                   UNTIL POS-ETR > CANT-ENT-TRF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LISTAR-ARCHIVO-TRF-PASO.
           IF TAB-ETR-GRABADO(POS-ETR) = "N"
               DISPLAY "  " TAB-ETR-ARCHIVO(POS-ETR) " NO GRABADO, "
                   TAB-ETR-CANT(POS-ETR) " transferencias por "
                   TAB-ETR-IMPORTE(POS-ETR)
           ELSE
               DISPLAY "  " TAB-ETR-ARCHIVO(POS-ETR) " entidad "
                   TAB-ETR-ENTIDAD(POS-ETR) ": "
                   TAB-ETR-CANT(POS-ETR) " transferencias por "
                   TAB-ETR-IMPORTE(POS-ETR)
               IF TAB-ETR-GRABADO(POS-ETR) = "A"
                   DISPLAY "    (agregadas a las de otra corrida del "
                       "dia, presentar solo las nuevas)"
               END-IF
           END-IF.
           ADD 1 TO POS-ETR.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LISTAR-FAC-RETENIDAS.
           DISPLAY "---- FACTURAS RETENIDAS SIN CUENTA VALIDA ----".
           IF CANT-RETENIDAS = 0
               DISPLAY "  (ninguna)"
           ELSE
               MOVE 1 TO POS-FRT
               PERFORM LISTAR-FRT-PASO
                   UNTIL POS-FRT > CANT-RETENIDAS OR POS-FRT > 500.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LISTAR-FRT-PASO.
           MOVE TAB-FRT-COD-PROV(POS-FRT) TO FRTLIN-COD-PROV.
           MOVE TAB-FRT-NUMERO(POS-FRT) TO FRTLIN-NUMERO.
           MOVE TAB-FRT-IMPORTE(POS-FRT) TO FRTLIN-IMPORTE.
           MOVE TAB-FRT-MOTIVO(POS-FRT) TO FRTLIN-MOTIVO.
           DISPLAY FRT-LINEA.
           ADD 1 TO POS-FRT.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Los sueldos pendientes se transfieren si la cuenta del
      * empleado es valida (CBU de la entidad informada y CUIL
      * correcto); si no quedan pendientes para la proxima corrida.
      *>-----------------------------------------------------------*
       CARGAR-SUELDOS-A-PAGAR.
           OPEN INPUT SAP.
           IF FS-SAP EQUAL "00"
               PERFORM LEER-SAP
               PERFORM LLENAR-BUFFER-SAP UNTIL EOF-SAP OR ERROR-SAP
               CLOSE SAP
           ELSE
               IF FS-SAP = "05"
                   CLOSE SAP.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-SAP.
           READ SAP
               AT END MOVE "10" TO FS-SAP.
           IF FS-SAP NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER SUELDOS A PAGAR FS: ' FS-SAP.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LLENAR-BUFFER-SAP.
           IF CANT-SAP < 9999
               ADD 1 TO CANT-SAP
               MOVE REG-SAP TO BUF-SAP(CANT-SAP)
               PERFORM LEER-SAP
           ELSE
               DISPLAY "ADVERTENCIA: sueldos-a-pagar.txt supera los "
                   "9999 registros, no se transfieren sueldos"
               MOVE "S" TO SW-ERROR-SAP.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       INCLUIR-SUELDOS.
           IF NOT ERROR-SAP
               MOVE 1 TO SUBIND-SAP
               PERFORM INCLUIR-SUELDO-PASO UNTIL SUBIND-SAP > CANT-SAP.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       INCLUIR-SUELDO-PASO.
           IF BUF-SAP-ESTADO(SUBIND-SAP) = 1
               MOVE BUF-SAP-CBU(SUBIND-SAP) TO CBU-VALIDAR
               PERFORM VALIDAR-DIGITOS-CBU
               COMPUTE CBU-ENTIDAD-VAL = CBU-DIGITO(1) * 100
                   + CBU-DIGITO(2) * 10 + CBU-DIGITO(3)
               MOVE BUF-SAP-CUIL(SUBIND-SAP) TO CUIT-VALIDAR
               PERFORM VALIDAR-DIGITO-CUIT
               MOVE BUF-SAP-ENTIDAD(SUBIND-SAP) TO ENTIDAD-BUSCADA
               PERFORM VERIFICAR-LUGAR-ETR
               IF CBU-OK AND CUIT-OK AND CANT-TRF < 9999
                   AND CBU-ENTIDAD-VAL = BUF-SAP-ENTIDAD(SUBIND-SAP)
                   AND HAY-LUGAR-ETR
                   PERFORM GRABAR-TRANSFERENCIA-SUELDO
               ELSE
                   ADD 1 TO CANT-SUELDOS-RETENIDOS
                   ADD BUF-SAP-NETO(SUBIND-SAP)
                       TO TOTAL-SUELDOS-RETENIDOS
               END-IF
           END-IF.
           ADD 1 TO SUBIND-SAP.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       GRABAR-TRANSFERENCIA-SUELDO.
           ADD 1 TO CANT-TRF.
           MOVE BUF-SAP-PERIODO(SUBIND-SAP)
               TO BUF-TRF-OP-NUMERO(CANT-TRF).
           MOVE BUF-SAP-LEGAJO(SUBIND-SAP)
               TO BUF-TRF-COD-PROV(CANT-TRF).
           MOVE BUF-SAP-NETO(SUBIND-SAP) TO BUF-TRF-IMPORTE(CANT-TRF).
           MOVE BUF-SAP-ENTIDAD(SUBIND-SAP)
               TO BUF-TRF-ENTIDAD(CANT-TRF).
           MOVE BUF-SAP-CBU(SUBIND-SAP) TO BUF-TRF-CBU(CANT-TRF).
           MOVE BUF-SAP-CUIL(SUBIND-SAP)
               TO BUF-TRF-CUIT-TITULAR(CANT-TRF).
           MOVE "S" TO BUF-TRF-TIPO(CANT-TRF).
           MOVE SUBIND-SAP TO BUF-TRF-POS-SAP(CANT-TRF).
           PERFORM ANOTAR-ENTIDAD-TRF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       GRABAR-SUELDOS-A-PAGAR.
           IF CANT-SUELDOS-TRF > 0
               OPEN OUTPUT SAP
               IF FS-SAP NOT = "00" AND FS-SAP NOT = "05"
                   DISPLAY "Error en open sueldos a pagar FS: " FS-SAP
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE 1 TO SUBIND-SAP
                   PERFORM ESCRIBIR-PASO-SAP
                       UNTIL SUBIND-SAP > CANT-SAP
                   CLOSE SAP
               END-IF
           END-IF.
           IF CANT-SUELDOS-RETENIDOS > 0
               DISPLAY "---- SUELDOS NO TRANSFERIDOS POR CUENTA "
                   "INVALIDA ----"
               MOVE 1 TO SUBIND-SAP
               PERFORM LISTAR-SRT-PASO UNTIL SUBIND-SAP > CANT-SAP.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ESCRIBIR-PASO-SAP.
           MOVE BUF-SAP(SUBIND-SAP) TO REG-SAP.
           WRITE REG-SAP.
           ADD 1 TO SUBIND-SAP.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LISTAR-SRT-PASO.
           IF BUF-SAP-ESTADO(SUBIND-SAP) = 1
               MOVE BUF-SAP-CUIT-CONS(SUBIND-SAP) TO SRTLIN-CUIT-CONS
               MOVE BUF-SAP-LEGAJO(SUBIND-SAP) TO SRTLIN-LEGAJO
               MOVE BUF-SAP-PERIODO(SUBIND-SAP) TO SRTLIN-PERIODO
               MOVE BUF-SAP-NETO(SUBIND-SAP) TO SRTLIN-NETO
               DISPLAY SRT-LINEA.
           ADD 1 TO SUBIND-SAP.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * prov-banco.txt trae una cuenta por proveedor. Se valida al
      * cargar: CBU con sus dos digitos verificadores y entidad
      * coincidente con la del CBU, y CUIT del titular con prefijo
      * y digito verificador correctos.
      *>-----------------------------------------------------------*
       CARGAR-CUENTAS-PROVEEDOR.
           OPEN INPUT BCO.
           IF FS-BCO EQUAL "00"
               PERFORM LEER-BCO
               PERFORM LLENAR-BUFFER-BCO
                   UNTIL EOF-BCO OR CANT-BCO >= 9999
               IF NOT EOF-BCO
                   DISPLAY "ERROR: prov-banco.txt supera las 9999 "
                       "cuentas, se aborta para no dejar proveedores "
                       "sin pagar"
                   MOVE "S" TO SW-ERROR-APERTURA
               END-IF
               CLOSE BCO
           ELSE
               IF FS-BCO = "05"
                   CLOSE BCO
               END-IF
               DISPLAY "ADVERTENCIA: prov-banco.txt inexistente o "
                   "ilegible (FS: " FS-BCO "), ninguna factura puede "
                   "pagarse".
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-BCO.
           READ BCO
               AT END MOVE "10" TO FS-BCO.
           IF FS-BCO NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER CUENTAS DE PROVEEDORES FS: '
                   FS-BCO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LLENAR-BUFFER-BCO.
           ADD 1 TO CANT-BCO.
           MOVE BCO-COD-PROV TO BUF-BCO-COD-PROV(CANT-BCO).
           MOVE BCO-ENTIDAD TO BUF-BCO-ENTIDAD(CANT-BCO).
           MOVE BCO-CBU TO BUF-BCO-CBU(CANT-BCO).
           MOVE BCO-CUIT-TITULAR TO BUF-BCO-CUIT-TITULAR(CANT-BCO).
           MOVE "S" TO BUF-BCO-VALIDA(CANT-BCO).
           MOVE BCO-CBU TO CBU-VALIDAR.
           PERFORM VALIDAR-DIGITOS-CBU.
           COMPUTE CBU-ENTIDAD-VAL = CBU-DIGITO(1) * 100
               + CBU-DIGITO(2) * 10 + CBU-DIGITO(3).
           IF CBU-MAL OR CBU-ENTIDAD-VAL NOT = BCO-ENTIDAD
               MOVE "N" TO BUF-BCO-VALIDA(CANT-BCO)
               DISPLAY "ADVERTENCIA: proveedor " BCO-COD-PROV
                   " con CBU " BCO-CBU " invalido para la entidad "
                   BCO-ENTIDAD.
           MOVE BCO-CUIT-TITULAR TO CUIT-VALIDAR.
           PERFORM VALIDAR-DIGITO-CUIT.
           IF CUIT-MAL
               MOVE "N" TO BUF-BCO-VALIDA(CANT-BCO)
               DISPLAY "ADVERTENCIA: proveedor " BCO-COD-PROV
                   " con CUIT de titular " BCO-CUIT-TITULAR
                   " invalido".
           IF BUF-BCO-VALIDA(CANT-BCO) = "N"
               ADD 1 TO CANT-BCO-INVALIDAS.
           PERFORM LEER-BCO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       VALIDAR-DIGITOS-CBU.
           MOVE "S" TO SW-CBU-OK.
           MOVE 1 TO POS-DIGITO-CBU.
           MOVE 7 TO FIN-BLOQUE-CBU.
           PERFORM VALIDAR-BLOQUE-CBU.
           IF DV-CBU NOT = CBU-DIGITO(8)
               MOVE "N" TO SW-CBU-OK.
           MOVE 9 TO POS-DIGITO-CBU.
           MOVE 21 TO FIN-BLOQUE-CBU.
           PERFORM VALIDAR-BLOQUE-CBU.
           IF DV-CBU NOT = CBU-DIGITO(22)
               MOVE "N" TO SW-CBU-OK.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       VALIDAR-BLOQUE-CBU.
           MOVE 0 TO SUMA-CBU.
           PERFORM SUMAR-PESO-CBU UNTIL POS-DIGITO-CBU > FIN-BLOQUE-CBU.
           DIVIDE SUMA-CBU BY 10 GIVING COCIENTE-CBU
               REMAINDER RESTO-CBU.
           COMPUTE DV-CBU = 10 - RESTO-CBU.
           IF DV-CBU = 10
               MOVE 0 TO DV-CBU.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       SUMAR-PESO-CBU.
           COMPUTE SUMA-CBU = SUMA-CBU
               + CBU-DIGITO(POS-DIGITO-CBU) * PESO-CBU(POS-DIGITO-CBU).
           ADD 1 TO POS-DIGITO-CBU.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       VALIDAR-DIGITO-CUIT.
           MOVE "S" TO SW-CUIT-OK.
           COMPUTE CUIT-PREFIJO = CV-DIGITO(1) * 10 + CV-DIGITO(2).
           IF CUIT-PREFIJO NOT = 20 AND CUIT-PREFIJO NOT = 23
               AND CUIT-PREFIJO NOT = 24 AND CUIT-PREFIJO NOT = 27
               AND CUIT-PREFIJO NOT = 30 AND CUIT-PREFIJO NOT = 33
               AND CUIT-PREFIJO NOT = 34
               MOVE "N" TO SW-CUIT-OK.
           MOVE 0 TO SUMA-CUIT.
           MOVE 1 TO POS-DIGITO.
           PERFORM SUMAR-PESO-CUIT UNTIL POS-DIGITO > 10.
           DIVIDE SUMA-CUIT BY 11 GIVING COCIENTE-CUIT
               REMAINDER RESTO-CUIT.
           COMPUTE DV-CALCULADO = 11 - RESTO-CUIT.
           IF DV-CALCULADO = 11
               MOVE 0 TO DV-CALCULADO.
           IF DV-CALCULADO = 10
               MOVE "N" TO SW-CUIT-OK.
           IF DV-CALCULADO NOT = CV-DIGITO(11)
               MOVE "N" TO SW-CUIT-OK.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       SUMAR-PESO-CUIT.
           COMPUTE SUMA-CUIT = SUMA-CUIT
               + CV-DIGITO(POS-DIGITO) * PESO-CUIT(POS-DIGITO).
           ADD 1 TO POS-DIGITO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-BCO.
           MOVE "N" TO SW-ENCONTRADO-BCO.
           MOVE 1 TO POS-BCO.
           PERFORM BUSCAR-PASO-BCO
               UNTIL POS-BCO > CANT-BCO OR ENCONTRADO-BCO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-PASO-BCO.
           IF BUF-BCO-COD-PROV(POS-BCO) = FAC-INDEX-COD-PROV
               MOVE "S" TO SW-ENCONTRADO-BCO
           ELSE
               ADD 1 TO POS-BCO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * prov-impositivo.txt viene ordenado por codigo de proveedor.
      * El proveedor sin condicion informada se paga sin retener y
      * se avisa en la corrida.
      *>-----------------------------------------------------------*
       CARGAR-CONDICION-IMPOSITIVA.
           OPEN INPUT IMP.
           IF FS-IMP EQUAL "00"
               PERFORM LEER-IMP
               PERFORM LLENAR-BUFFER-IMP
                   UNTIL EOF-IMP OR CANT-IMP >= 9999
               IF NOT EOF-IMP
                   DISPLAY "ERROR: prov-impositivo.txt supera los "
                       "9999 proveedores, se aborta para no pagar "
                       "sin retener"
                   MOVE "S" TO SW-ERROR-APERTURA
               END-IF
               CLOSE IMP
           ELSE
               IF FS-IMP = "05"
                   CLOSE IMP
               END-IF
               DISPLAY "ADVERTENCIA: prov-impositivo.txt inexistente "
                   "o ilegible (FS: " FS-IMP "), no se practican "
                   "retenciones".
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-IMP.
           READ IMP
               AT END MOVE "10" TO FS-IMP.
           IF FS-IMP NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER CONDICION IMPOSITIVA FS: '
                   FS-IMP.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LLENAR-BUFFER-IMP.
           ADD 1 TO CANT-IMP.
           MOVE REG-IMP TO BUF-IMP(CANT-IMP).
           PERFORM LEER-IMP.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-REGIMENES.
           OPEN INPUT RGR.
           IF FS-RGR EQUAL "00"
               PERFORM LEER-RGR
               PERFORM LLENAR-TABLA-RGR
                   UNTIL EOF-RGR OR CANT-RGR >= 10
               CLOSE RGR
           ELSE
               IF FS-RGR = "05"
                   CLOSE RGR
               END-IF
               DISPLAY "ADVERTENCIA: regimenes-ret.txt inexistente "
                   "o ilegible (FS: " FS-RGR "), se retiene sin "
                   "minimos".
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-RGR.
           READ RGR
               AT END MOVE "10" TO FS-RGR.
           IF FS-RGR NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER REGIMENES FS: ' FS-RGR.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LLENAR-TABLA-RGR.
           ADD 1 TO CANT-RGR.
           MOVE RGR-REGIMEN TO TAB-RGR-REGIMEN(CANT-RGR).
           MOVE RGR-MINIMO-NO-IMPONIBLE
               TO TAB-RGR-MINIMO-NO-IMP(CANT-RGR).
           MOVE RGR-MINIMO-RETENCION TO TAB-RGR-MINIMO-RET(CANT-RGR).
           PERFORM LEER-RGR.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Los certificados de retencion siguen al numero mas alto ya
      * asentado en retenciones.txt; las retenciones nuevas se
      * agregan al final.
      *>-----------------------------------------------------------*
       ABRIR-RETENCIONES.
           OPEN INPUT RET.
           IF FS-RET EQUAL "00"
               PERFORM LEER-RET
               PERFORM TOMAR-NUMERO-RET UNTIL EOF-RET
               CLOSE RET
           ELSE
               IF FS-RET = "05"
                   CLOSE RET.
           OPEN EXTEND RET.
           IF FS-RET NOT = "00" AND "05"
               DISPLAY "Error en open retenciones FS: " FS-RET
               MOVE "S" TO SW-ERROR-APERTURA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-RET.
           READ RET
               AT END MOVE "10" TO FS-RET.
           IF FS-RET NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER RETENCIONES FS: ' FS-RET.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       TOMAR-NUMERO-RET.
           IF RET-NRO-CERT > ULTIMO-NRO-CERT-RET
               MOVE RET-NRO-CERT TO ULTIMO-NRO-CERT-RET.
           PERFORM LEER-RET.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Retenciones de la orden en curso sobre el importe bruto de
      * la factura. Ganancias retiene al inscripto y al no
      * inscripto con la alicuota del proveedor; Ingresos Brutos
      * solo al inscripto. La orden transfiere el neto.
      *>-----------------------------------------------------------*
       CALCULAR-RETENCIONES.
           MOVE 0 TO RETENCION-GANANCIAS.
           MOVE 0 TO RETENCION-IIBB.
           MOVE 0 TO ALICUOTA-GANANCIAS.
           MOVE 0 TO ALICUOTA-IIBB.
           PERFORM BUSCAR-IMP.
           IF NOT ENCONTRADO-IMP
               ADD 1 TO CANT-SIN-COND-IMP
               DISPLAY "ADVERTENCIA: proveedor "
                   FAC-INDEX-COD-PROV " sin condicion "
                   "impositiva, la orden " PROXIMO-NRO-OP
                   " se paga sin retenciones"
           ELSE
               IF BUF-IMP-COND-GANANCIAS(POS-IMP) = "I" OR "N"
                   MOVE "GANA" TO REGIMEN-CALC
                   MOVE BUF-IMP-ALIC-GANANCIAS(POS-IMP)
                       TO ALICUOTA-CALC
                   PERFORM CALCULAR-RETENCION-REGIMEN
                   MOVE RETENCION-CALC TO RETENCION-GANANCIAS
                   MOVE BASE-CALC TO BASE-GANANCIAS
                   MOVE ALICUOTA-CALC TO ALICUOTA-GANANCIAS
               END-IF
               IF BUF-IMP-COND-IIBB(POS-IMP) = "I"
                   MOVE "IIBB" TO REGIMEN-CALC
                   MOVE BUF-IMP-ALIC-IIBB(POS-IMP) TO ALICUOTA-CALC
                   PERFORM CALCULAR-RETENCION-REGIMEN
                   MOVE RETENCION-CALC TO RETENCION-IIBB
                   MOVE BASE-CALC TO BASE-IIBB
                   MOVE ALICUOTA-CALC TO ALICUOTA-IIBB
               END-IF.
           COMPUTE RETENCION-ORDEN = RETENCION-GANANCIAS
               + RETENCION-IIBB.
           COMPUTE NETO-ORDEN = FAC-INDEX-IMPORTE
               - RETENCION-ORDEN.
           IF RETENCION-ORDEN > 0
               PERFORM EMITIR-CERTIFICADO-RET.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-IMP.
           MOVE "N" TO SW-ENCONTRADO-IMP.
           MOVE 1 TO POS-IMP.
           PERFORM BUSCAR-PASO-IMP
               UNTIL POS-IMP > CANT-IMP OR ENCONTRADO-IMP.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-PASO-IMP.
           IF BUF-IMP-COD-PROV(POS-IMP) = FAC-INDEX-COD-PROV
               MOVE "S" TO SW-ENCONTRADO-IMP
           ELSE
               ADD 1 TO POS-IMP.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CALCULAR-RETENCION-REGIMEN.
           MOVE 0 TO MINIMO-NO-IMP-CALC.
           MOVE 0 TO MINIMO-RET-CALC.
           MOVE 1 TO POS-RGR.
           PERFORM BUSCAR-PASO-RGR UNTIL POS-RGR > CANT-RGR.
           MOVE 0 TO BASE-CALC.
           MOVE 0 TO RETENCION-CALC.
           IF FAC-INDEX-IMPORTE > MINIMO-NO-IMP-CALC
               COMPUTE BASE-CALC = FAC-INDEX-IMPORTE
                   - MINIMO-NO-IMP-CALC
               COMPUTE RETENCION-CALC ROUNDED =
                   BASE-CALC * ALICUOTA-CALC / 100.
           IF RETENCION-CALC < MINIMO-RET-CALC
               MOVE 0 TO RETENCION-CALC.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-PASO-RGR.
           IF TAB-RGR-REGIMEN(POS-RGR) = REGIMEN-CALC
               MOVE TAB-RGR-MINIMO-NO-IMP(POS-RGR)
                   TO MINIMO-NO-IMP-CALC
               MOVE TAB-RGR-MINIMO-RET(POS-RGR) TO MINIMO-RET-CALC.
           ADD 1 TO POS-RGR.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Un certificado por orden de pago con una linea por regimen
      * retenido; cada retencion queda asentada como provisoria
      * hasta que CONFPAGO confirma la orden.
      *>-----------------------------------------------------------*
       EMITIR-CERTIFICADO-RET.
           ADD 1 TO ULTIMO-NRO-CERT-RET.
           MOVE SPACES TO NOMBRE-ARCH-CRE.
           STRING "cert-retencion-" ULTIMO-NRO-CERT-RET ".txt"
               DELIMITED BY SIZE INTO NOMBRE-ARCH-CRE.
           OPEN OUTPUT CRE.
           IF FS-CRE NOT = "00"
               DISPLAY "Error en open certificado " NOMBRE-ARCH-CRE
                   " FS: " FS-CRE
           ELSE
               PERFORM ESCRIBIR-CERTIFICADO-RET
               CLOSE CRE
               ADD 1 TO CANT-CERT-RET.
           IF RETENCION-GANANCIAS > 0
               MOVE "GANA" TO RET-REGIMEN
               MOVE BASE-GANANCIAS TO RET-BASE
               MOVE ALICUOTA-GANANCIAS TO RET-ALICUOTA
               MOVE RETENCION-GANANCIAS TO RET-IMPORTE
               PERFORM GRABAR-RETENCION.
           IF RETENCION-IIBB > 0
               MOVE "IIBB" TO RET-REGIMEN
               MOVE BASE-IIBB TO RET-BASE
               MOVE ALICUOTA-IIBB TO RET-ALICUOTA
               MOVE RETENCION-IIBB TO RET-IMPORTE
               PERFORM GRABAR-RETENCION.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ESCRIBIR-CERTIFICADO-RET.
           MOVE ULTIMO-NRO-CERT-RET TO CRETIT-NUMERO.
           MOVE CRE-TITULO TO REG-CRE.
           WRITE REG-CRE.
           MOVE FECHA-HOY TO CREDAT-FECHA.
           MOVE PROXIMO-NRO-OP TO CREDAT-OP.
           MOVE FAC-INDEX-NUMERO TO CREDAT-FACTURA.
           MOVE CRE-DATOS TO REG-CRE.
           WRITE REG-CRE.
           MOVE FAC-INDEX-COD-PROV TO CREPRO-COD.
           MOVE BUF-IMP-CUIT-PROV(POS-IMP) TO CREPRO-CUIT.
           MOVE CRE-PROVEEDOR TO REG-CRE.
           WRITE REG-CRE.
           MOVE SPACES TO REG-CRE.
           WRITE REG-CRE.
           MOVE CRE-ROTULO TO REG-CRE.
           WRITE REG-CRE.
           IF RETENCION-GANANCIAS > 0
               MOVE "GANANCIAS" TO CRELIN-REGIMEN
               MOVE BASE-GANANCIAS TO CRELIN-BASE
               MOVE ALICUOTA-GANANCIAS TO CRELIN-ALICUOTA
               MOVE RETENCION-GANANCIAS TO CRELIN-IMPORTE
               MOVE CRE-LINEA TO REG-CRE
               WRITE REG-CRE.
           IF RETENCION-IIBB > 0
               MOVE "ING.BRUTOS" TO CRELIN-REGIMEN
               MOVE BASE-IIBB TO CRELIN-BASE
               MOVE ALICUOTA-IIBB TO CRELIN-ALICUOTA
               MOVE RETENCION-IIBB TO CRELIN-IMPORTE
               MOVE CRE-LINEA TO REG-CRE
               WRITE REG-CRE.
           MOVE SPACES TO REG-CRE.
           WRITE REG-CRE.
           MOVE "IMPORTE DE LA FACTURA     " TO CRETOT-ROTULO.
           MOVE FAC-INDEX-IMPORTE TO CRETOT-IMPORTE.
           MOVE CRE-TOTAL-LINEA TO REG-CRE.
           WRITE REG-CRE.
           MOVE "TOTAL RETENIDO            " TO CRETOT-ROTULO.
           MOVE RETENCION-ORDEN TO CRETOT-IMPORTE.
           MOVE CRE-TOTAL-LINEA TO REG-CRE.
           WRITE REG-CRE.
           MOVE "NETO TRANSFERIDO          " TO CRETOT-ROTULO.
           MOVE NETO-ORDEN TO CRETOT-IMPORTE.
           MOVE CRE-TOTAL-LINEA TO REG-CRE.
           WRITE REG-CRE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       GRABAR-RETENCION.
           MOVE ULTIMO-NRO-CERT-RET TO RET-NRO-CERT.
           MOVE PROXIMO-NRO-OP TO RET-OP-NUMERO.
           MOVE FECHA-HOY TO RET-FECHA.
           MOVE FAC-INDEX-COD-PROV TO RET-COD-PROV.
           MOVE BUF-IMP-CUIT-PROV(POS-IMP) TO RET-CUIT-PROV.
           MOVE 1 TO RET-ESTADO.
           MOVE 0 TO RET-FECHA-FIRME.
           WRITE REG-RET.
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
           DISPLAY "Facturas en archivo        : " CANT-FAC.
           DISPLAY "Facturas seleccionadas     : " CANT-SELECCIONADAS.
           DISPLAY "Importe total seleccionado : " TOTAL-SELECCIONADO.
           DISPLAY "Importe total retenido     : " TOTAL-RETENIDO.
           DISPLAY "Importe total transferido  : " TOTAL-TRANSFERIDO.
           DISPLAY "Archivos de transferencias : " CANT-ENT-TRF.
           DISPLAY "Transferencias sin grabar  : " CANT-TRF-ERROR.
           DISPLAY "Cuentas de prov. invalidas : " CANT-BCO-INVALIDAS.
           DISPLAY "Facturas retenidas s/cuenta: " CANT-RETENIDAS.
           DISPLAY "Importe retenido s/cuenta  : " TOTAL-RETENIDAS.
           DISPLAY "Sueldos transferidos       : " CANT-SUELDOS-TRF.
           DISPLAY "Importe sueldos transferido: " TOTAL-SUELDOS-TRF.
           DISPLAY "Sueldos s/cuenta valida    : "
               CANT-SUELDOS-RETENIDOS.
           DISPLAY "Importe sueldos pendiente  : "
               TOTAL-SUELDOS-RETENIDOS.
           DISPLAY "Certificados de retencion  : " CANT-CERT-RET.
           DISPLAY "Ordenes sin cond. impositiva: " CANT-SIN-COND-IMP.
           DISPLAY "Ordenes de pago en archivo : " CANT-ORP.

       END PROGRAM ORDPAGO.
