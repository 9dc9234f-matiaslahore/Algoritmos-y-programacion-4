      ******************************************************************
      * Authors: Santiago Sosa Montiel, Matias Lahore, Matias Tebele,
      *          Nicolas Outeda.
      * Date: 15/10/2026 DD/MM/AAAA
      * Purpose: Cuadro comparativo de cotizaciones por orden de
      *          trabajo, para el consejo de administracion. Ordena
      *          cotizaciones.txt (que mantiene ORDTRAB) por orden e
      *          importe y lista, por cada orden, el consorcio
      *          (maestro_indexed.txt), el rubro, el estado de la
      *          orden (ordenes_indexed.txt) y cada cotizacion con la
      *          direccion del proveedor (prov_indexed.txt), fecha,
      *          validez, importe y diferencia porcentual contra la
      *          menor, marcando la elegida y las vencidas. Al pie de
      *          cada orden informa cuantas cotizaciones vigentes
      *          faltan para adjudicar y si se adjudico una
      *          cotizacion que no era la menor.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COTIZ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COT   ASSIGN TO "cotizaciones.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-COT.
           SELECT WRK-COT ASSIGN TO "wrk-cot.txt"
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS FS-WRK-COT.
           SELECT ORD-COT ASSIGN TO "ord-cot.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-ORD-COT.
           SELECT ORT-INDEX ASSIGN TO "ordenes_indexed.txt"
                        ACCESS MODE IS DYNAMIC
                        ORGANIZATION IS INDEXED
                        RECORD KEY IS OT-INDEX-NUMERO
                        ALTERNATE RECORD KEY IS
                            OT-INDEX-CUIT-CONS WITH DUPLICATES
                        FILE STATUS IS FS-ORT-INDEX.
           SELECT PROV-INDEX ASSIGN TO "prov_indexed.txt"
                        ACCESS MODE IS DYNAMIC
                        ORGANIZATION IS INDEXED
                        RECORD KEY IS PRO-INDEX-COD-PROV
                        ALTERNATE RECORD KEY IS
                            PRO-INDEX-RUBRO WITH DUPLICATES
                        FILE STATUS IS FS-PROV-INDEX.
           SELECT MAE-INDEX ASSIGN TO "maestro_indexed.txt"
                        ACCESS MODE IS DYNAMIC
                        ORGANIZATION IS INDEXED
                        RECORD KEY IS MAE-INDEX-CUIT-CONS
                        FILE STATUS IS FS-MAE-INDEX.

       DATA DIVISION.
       FILE SECTION.

       FD  COT.
       01  REG-COT.
           03 COT-OT-NUMERO PIC 9(8).
           03 COT-COD-PROV PIC 9(8).
           03 COT-IMPORTE PIC 9(9)V99.
           03 COT-FECHA PIC 9(8).
           03 COT-VALIDEZ PIC 9(8).
           03 COT-ELEGIDA PIC X(1).

       SD  WRK-COT.
       01  REG-WRK-COT.
           03 WRK-COT-OT-NUMERO PIC 9(8).
           03 WRK-COT-COD-PROV PIC 9(8).
           03 WRK-COT-IMPORTE PIC 9(9)V99.
           03 WRK-COT-FECHA PIC 9(8).
           03 WRK-COT-VALIDEZ PIC 9(8).
           03 WRK-COT-ELEGIDA PIC X(1).

       FD  ORD-COT.
       01  REG-ORD-COT.
           03 ORD-COT-OT-NUMERO PIC 9(8).
           03 ORD-COT-COD-PROV PIC 9(8).
           03 ORD-COT-IMPORTE PIC 9(9)V99.
           03 ORD-COT-FECHA PIC 9(8).
           03 ORD-COT-VALIDEZ PIC 9(8).
           03 ORD-COT-ELEGIDA PIC X(1).

       FD  ORT-INDEX.
       01  REG-ORT-INDEX.
           03 OT-INDEX-NUMERO PIC 9(8).
           03 OT-INDEX-CUIT-CONS PIC 9(15).
           03 OT-INDEX-COD-PROV PIC 9(8).
           03 OT-INDEX-RUBRO PIC 9(4).
           03 OT-INDEX-FECHA-PEDIDO PIC 9(8).
           03 OT-INDEX-FECHA-CIERRE PIC 9(8).
           03 OT-INDEX-ESTADO PIC 9(1).

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

       FD  MAE-INDEX.
       01  REG-MAE-INDEX.
           03 MAE-INDEX-CUIT-CONS PIC 9(15).
           03 MAE-INDEX-FECHA-ALTA.
               05 MAE-INDEX-ANIO PIC 9(4).
               05 MAE-INDEX-MES PIC 9(2).
               05 MAE-INDEX-DIA PIC 9(2).
           03 MAE-INDEX-DESCRIP-ESTADO PIC X(15).
           03 MAE-INDEX-NOMBRE-CONSORCIO PIC X(30).
           03 MAE-INDEX-TEL PIC X(15).
           03 MAE-INDEX-DIR PIC X(30).
           03 MAE-INDEX-CTA PIC 9(8).
           03 MAE-INDEX-ENTIDAD PIC 9(3).
           03 MAE-INDEX-COD-ADMIN PIC 9(4).

       WORKING-STORAGE SECTION.

       01  LINEA PIC X(106).

       77  FS-COT PIC XX.
           88 OK-COT VALUE "00".
           88 NO-COT VALUE "23".
           88 EOF-COT VALUE "10".
       77  FS-WRK-COT PIC XX.
       77  FS-ORD-COT PIC XX.
           88 OK-ORD-COT VALUE "00".
           88 NO-ORD-COT VALUE "23".
           88 EOF-ORD-COT VALUE "10".
       77  FS-ORT-INDEX PIC XX.
           88 OK-ORT-INDEX VALUE "00".
           88 NO-ORT-INDEX VALUE "23".
           88 EOF-ORT-INDEX VALUE "10".
       77  FS-PROV-INDEX PIC XX.
           88 OK-PROV-INDEX VALUE "00".
           88 NO-PROV-INDEX VALUE "23".
           88 EOF-PROV-INDEX VALUE "10".
       77  FS-MAE-INDEX PIC XX.
           88 OK-MAE-INDEX VALUE "00".
           88 NO-MAE-INDEX VALUE "23".
           88 EOF-MAE-INDEX VALUE "10".

       01  SW-ERROR-APERTURA PIC X(1) VALUE "N".
           88 ERROR-APERTURA VALUE "S".
       01  SW-OT-HALLADA PIC X(1) VALUE "N".
           88 OT-HALLADA VALUE "S".
       01  PRIMER-OT PIC X(1) VALUE "S".
           88 ES-PRIMER-OT VALUE "S".

      * Cantidad de cotizaciones vigentes que ORDTRAB exige para
      * adjudicar una orden en cotizacion.
       01  MIN-COTIZACIONES PIC 9(2) VALUE 3.

       01  FECHA-HOY.
           03 FH-ANIO   PIC 9(4).
           03 FH-MES    PIC 9(2).
           03 FH-DIA    PIC 9(2).
       01  FECHA-HOY-N REDEFINES FECHA-HOY PIC 9(8).
       01  FECHA PIC X(10).

      * Acumulados de la orden en curso.
       01  ULTIMA-OT PIC 9(8) VALUE 0.
       01  CANT-COT-OT PIC 9(3) VALUE 0.
       01  CANT-VIG-OT PIC 9(3) VALUE 0.
       01  IMPORTE-MENOR PIC 9(9)V99 VALUE 0.
       01  IMPORTE-MAYOR PIC 9(9)V99 VALUE 0.
       01  IMPORTE-ELEGIDA PIC 9(9)V99 VALUE 0.
       01  SW-HAY-ELEGIDA PIC X(1) VALUE "N".
           88 HAY-ELEGIDA VALUE "S".
       01  DIFERENCIA PIC 9(9)V99 VALUE 0.
       01  FALTANTES PIC 9(2) VALUE 0.

       01  CANT-ORDENES PIC 9(5) VALUE 0.
       01  CANT-COTIZACIONES PIC 9(5) VALUE 0.
       01  CANT-EN-COTIZACION PIC 9(5) VALUE 0.
       01  CANT-INCOMPLETAS PIC 9(5) VALUE 0.
       01  CANT-ADJUDICADAS PIC 9(5) VALUE 0.
       01  CANT-NO-MENOR PIC 9(5) VALUE 0.

       01  LINEA1.
           03 FILLER PIC X(7) VALUE "Fecha: ".
           03 LIN1-FECHA PIC X(10).
           03 FILLER PIC X(62) VALUE SPACES.
           03 FILLER PIC X(9) VALUE "Hoja nro ".
           03 HOJA PIC 9(2).
       01  RENGLONES-HOJA PIC 9(3) VALUE 0.
       01  MAX-RENGLONES-HOJA PIC 9(3) VALUE 50.

       01  TITULO.
           03 FILLER PIC X(20) VALUE SPACES.
           03 FILLER PIC X(58)
              VALUE "CUADRO COMPARATIVO DE COTIZACIONES POR ORDEN DE TRA
      -    "BAJO".
           03 FILLER PIC X(28) VALUE SPACES.

       01  OT-TITULO.
           03 FILLER PIC X(6) VALUE "ORDEN ".
           03 OTTIT-NUMERO PIC 9(8).
           03 FILLER PIC X(12) VALUE "  CONSORCIO ".
           03 OTTIT-CUIT PIC 9(15).
           03 FILLER PIC X(1) VALUE SPACES.
           03 OTTIT-NOMBRE PIC X(30).
           03 FILLER PIC X(8) VALUE "  RUBRO ".
           03 OTTIT-RUBRO PIC 9(4).
           03 FILLER PIC X(1) VALUE SPACES.
           03 OTTIT-DESCR-RUBRO PIC X(15).
           03 FILLER PIC X(6) VALUE SPACES.

       01  OT-ESTADO-LINEA.
           03 FILLER PIC X(10) VALUE "  ESTADO: ".
           03 OTEST-ESTADO PIC X(22).
           03 FILLER PIC X(20) VALUE "  PROVEEDOR ACTUAL: ".
           03 OTEST-COD-PROV PIC 9(8).
           03 FILLER PIC X(10) VALUE "  PEDIDO: ".
           03 OTEST-FECHA PIC 9(8).
           03 FILLER PIC X(28) VALUE SPACES.

       01  COT-ROTULO.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(10) VALUE "PROVEEDOR ".
           03 FILLER PIC X(31) VALUE "DIRECCION".
           03 FILLER PIC X(11) VALUE "FECHA COT.".
           03 FILLER PIC X(13) VALUE "VALIDA HASTA".
           03 FILLER PIC X(14) VALUE "      IMPORTE".
           03 FILLER PIC X(9) VALUE "   DIF.%".
           03 FILLER PIC X(16) VALUE "  OBSERVACION".

       01  COT-DETALLE.
           03 FILLER PIC X(2) VALUE SPACES.
           03 COTDET-COD-PROV PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 COTDET-DIR PIC X(30).
           03 FILLER PIC X(1) VALUE SPACES.
           03 COTDET-FECHA PIC 9(8).
           03 FILLER PIC X(3) VALUE SPACES.
           03 COTDET-VALIDEZ PIC 9(8).
           03 FILLER PIC X(5) VALUE SPACES.
           03 COTDET-IMPORTE PIC ZZZZZZZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 COTDET-DIF PIC ZZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 COTDET-OBS PIC X(16).

       01  PORC-DIF PIC 9(4)V99 VALUE 0.

       01  OT-PIE.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(14) VALUE "COTIZACIONES: ".
           03 OTPIE-CANT PIC ZZ9.
           03 FILLER PIC X(12) VALUE "  VIGENTES: ".
           03 OTPIE-VIGENTES PIC ZZ9.
           03 FILLER PIC X(9) VALUE "  MENOR: ".
           03 OTPIE-MENOR PIC ZZZZZZZZ9.99.
           03 FILLER PIC X(9) VALUE "  MAYOR: ".
           03 OTPIE-MAYOR PIC ZZZZZZZZ9.99.
           03 FILLER PIC X(30) VALUE SPACES.

       01  OT-NOTA.
           03 FILLER PIC X(2) VALUE SPACES.
           03 OTNOT-TEXTO PIC X(60).
           03 OTNOT-IMPORTE PIC ZZZZZZZZ9.99 BLANK WHEN ZERO.
           03 FILLER PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIO.
           IF ERROR-APERTURA
               DISPLAY "COTIZ: abortando, error de apertura de "
                   "archivos"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM ORDENAR-COTIZACIONES
               PERFORM IMPRIMIR-CUADRO
               PERFORM IMPR-RESUMEN
               CLOSE ORT-INDEX
               CLOSE PROV-INDEX
               CLOSE MAE-INDEX
           END-IF.
           STOP RUN.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       INICIO.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           STRING FH-ANIO "/" FH-MES "/" FH-DIA
               DELIMITED BY SIZE INTO FECHA.
           OPEN INPUT COT.
           IF FS-COT NOT = "00"
               DISPLAY "Error en open cotizaciones FS: " FS-COT
               MOVE "S" TO SW-ERROR-APERTURA
           ELSE
               CLOSE COT.
           OPEN INPUT ORT-INDEX.
           IF FS-ORT-INDEX NOT = "00"
               DISPLAY "Error en open ordenes indexado FS: "
                   FS-ORT-INDEX ", corresponde correr INDEXER"
               MOVE "S" TO SW-ERROR-APERTURA.
           OPEN INPUT PROV-INDEX.
           IF FS-PROV-INDEX NOT = "00"
               DISPLAY "Error en open proveedores indexados FS: "
                   FS-PROV-INDEX
               MOVE "S" TO SW-ERROR-APERTURA.
           OPEN INPUT MAE-INDEX.
           IF FS-MAE-INDEX NOT = "00"
               DISPLAY "Error en open maestro indexado FS: "
                   FS-MAE-INDEX
               MOVE "S" TO SW-ERROR-APERTURA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Por orden y, dentro de la orden, de menor a mayor importe:
      * la primera cotizacion de cada orden es la menor.
      *>-----------------------------------------------------------*
       ORDENAR-COTIZACIONES.
           SORT WRK-COT
               ON ASCENDING KEY WRK-COT-OT-NUMERO
                  ASCENDING KEY WRK-COT-IMPORTE
                  ASCENDING KEY WRK-COT-COD-PROV
               USING COT
               GIVING ORD-COT.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPRIMIR-CUADRO.
           OPEN INPUT ORD-COT.
           IF FS-ORD-COT NOT = "00"
               DISPLAY "Error en open cotizaciones ordenadas FS: "
                   FS-ORD-COT
           ELSE
               MOVE FECHA TO LIN1-FECHA
               MOVE 1 TO HOJA
               PERFORM IMPR-ENCABEZADO
               PERFORM LEER-ORD-COT
               PERFORM IMPRIMIR-COTIZACION UNTIL EOF-ORD-COT
               IF NOT ES-PRIMER-OT
                   PERFORM IMPR-PIE-OT
               END-IF
               CLOSE ORD-COT
           END-IF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-ORD-COT.
           READ ORD-COT AT END MOVE "10" TO FS-ORD-COT.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-ENCABEZADO.
           MOVE 0 TO RENGLONES-HOJA.
           MOVE LINEA1 TO LINEA.
           DISPLAY LINEA.
           MOVE TITULO TO LINEA.
           DISPLAY LINEA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CONTROL-HOJA.
           IF RENGLONES-HOJA >= MAX-RENGLONES-HOJA
               ADD 1 TO HOJA
               PERFORM IMPR-ENCABEZADO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPRIMIR-COTIZACION.
           IF ES-PRIMER-OT OR ORD-COT-OT-NUMERO NOT EQUAL ULTIMA-OT
               IF NOT ES-PRIMER-OT
                   PERFORM IMPR-PIE-OT
               END-IF
               PERFORM IMPR-CABECERA-OT
               MOVE "N" TO PRIMER-OT.
           PERFORM IMPR-DETALLE-COT.
           PERFORM LEER-ORD-COT.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-CABECERA-OT.
           MOVE ORD-COT-OT-NUMERO TO ULTIMA-OT.
           MOVE 0 TO CANT-COT-OT.
           MOVE 0 TO CANT-VIG-OT.
           MOVE ORD-COT-IMPORTE TO IMPORTE-MENOR.
           MOVE 0 TO IMPORTE-MAYOR.
           MOVE 0 TO IMPORTE-ELEGIDA.
           MOVE "N" TO SW-HAY-ELEGIDA.
           ADD 1 TO CANT-ORDENES.
           PERFORM BUSCAR-OT.
           IF RENGLONES-HOJA + 8 > MAX-RENGLONES-HOJA
               MOVE MAX-RENGLONES-HOJA TO RENGLONES-HOJA
               PERFORM CONTROL-HOJA.
           MOVE SPACES TO LINEA.
           DISPLAY LINEA.
           MOVE ORD-COT-OT-NUMERO TO OTTIT-NUMERO.
           MOVE ZEROS TO OTTIT-CUIT.
           MOVE SPACES TO OTTIT-NOMBRE.
           MOVE ZEROS TO OTTIT-RUBRO.
           MOVE SPACES TO OTTIT-DESCR-RUBRO.
           MOVE ZEROS TO OTEST-COD-PROV.
           MOVE ZEROS TO OTEST-FECHA.
           IF OT-HALLADA
               PERFORM ARMAR-DATOS-OT
           ELSE
               MOVE "ORDEN INEXISTENTE" TO OTEST-ESTADO.
           MOVE OT-TITULO TO LINEA.
           DISPLAY LINEA.
           MOVE OT-ESTADO-LINEA TO LINEA.
           DISPLAY LINEA.
           MOVE COT-ROTULO TO LINEA.
           DISPLAY LINEA.
           ADD 4 TO RENGLONES-HOJA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-OT.
           MOVE "N" TO SW-OT-HALLADA.
           MOVE ORD-COT-OT-NUMERO TO OT-INDEX-NUMERO.
           READ ORT-INDEX RECORD
               INVALID KEY MOVE "23" TO FS-ORT-INDEX.
           IF OK-ORT-INDEX
               MOVE "S" TO SW-OT-HALLADA
           ELSE
               IF NOT NO-ORT-INDEX
                   DISPLAY 'ERROR AL LEER ORDENES INDEXADO FS: '
                       FS-ORT-INDEX.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ARMAR-DATOS-OT.
           MOVE OT-INDEX-CUIT-CONS TO OTTIT-CUIT.
           MOVE OT-INDEX-RUBRO TO OTTIT-RUBRO.
           MOVE OT-INDEX-COD-PROV TO OTEST-COD-PROV.
           MOVE OT-INDEX-FECHA-PEDIDO TO OTEST-FECHA.
           MOVE OT-INDEX-CUIT-CONS TO MAE-INDEX-CUIT-CONS.
           READ MAE-INDEX RECORD
               INVALID KEY MOVE "23" TO FS-MAE-INDEX.
           IF OK-MAE-INDEX
               MOVE MAE-INDEX-NOMBRE-CONSORCIO TO OTTIT-NOMBRE
           ELSE
               MOVE "CONSORCIO INEXISTENTE" TO OTTIT-NOMBRE.
           MOVE OT-INDEX-COD-PROV TO PRO-INDEX-COD-PROV.
           READ PROV-INDEX RECORD
               INVALID KEY MOVE "23" TO FS-PROV-INDEX.
           IF OK-PROV-INDEX
               MOVE PRO-INDEX-DESCR-RUBRO TO OTTIT-DESCR-RUBRO.
           IF OT-INDEX-ESTADO = 3
               MOVE "EN COTIZACION" TO OTEST-ESTADO
               ADD 1 TO CANT-EN-COTIZACION.
           IF OT-INDEX-ESTADO = 1
               MOVE "ADJUDICADA, EN CURSO" TO OTEST-ESTADO
               ADD 1 TO CANT-ADJUDICADAS.
           IF OT-INDEX-ESTADO = 2
               MOVE "ADJUDICADA, CERRADA" TO OTEST-ESTADO
               ADD 1 TO CANT-ADJUDICADAS.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-DETALLE-COT.
           PERFORM CONTROL-HOJA.
           ADD 1 TO CANT-COT-OT.
           ADD 1 TO CANT-COTIZACIONES.
           MOVE ORD-COT-IMPORTE TO IMPORTE-MAYOR.
           MOVE ORD-COT-COD-PROV TO COTDET-COD-PROV.
           MOVE ORD-COT-COD-PROV TO PRO-INDEX-COD-PROV.
           READ PROV-INDEX RECORD
               INVALID KEY MOVE "23" TO FS-PROV-INDEX.
           IF OK-PROV-INDEX
               MOVE PRO-INDEX-DIR TO COTDET-DIR
           ELSE
               MOVE "PROVEEDOR INEXISTENTE" TO COTDET-DIR.
           MOVE ORD-COT-FECHA TO COTDET-FECHA.
           MOVE ORD-COT-VALIDEZ TO COTDET-VALIDEZ.
           MOVE ORD-COT-IMPORTE TO COTDET-IMPORTE.
           COMPUTE PORC-DIF ROUNDED =
               (ORD-COT-IMPORTE - IMPORTE-MENOR) * 100
               / IMPORTE-MENOR
               ON SIZE ERROR MOVE 9999.99 TO PORC-DIF.
           MOVE PORC-DIF TO COTDET-DIF.
           MOVE SPACES TO COTDET-OBS.
           IF ORD-COT-VALIDEZ NOT < FECHA-HOY-N
               ADD 1 TO CANT-VIG-OT.
           IF CANT-COT-OT = 1
               MOVE "MENOR PRECIO" TO COTDET-OBS.
           IF ORD-COT-VALIDEZ < FECHA-HOY-N
               MOVE "VENCIDA" TO COTDET-OBS.
           IF ORD-COT-ELEGIDA = "S"
               MOVE "S" TO SW-HAY-ELEGIDA
               MOVE ORD-COT-IMPORTE TO IMPORTE-ELEGIDA
               MOVE "ELEGIDA" TO COTDET-OBS.
           MOVE COT-DETALLE TO LINEA.
           DISPLAY LINEA.
           ADD 1 TO RENGLONES-HOJA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-PIE-OT.
           PERFORM CONTROL-HOJA.
           MOVE CANT-COT-OT TO OTPIE-CANT.
           MOVE CANT-VIG-OT TO OTPIE-VIGENTES.
           MOVE IMPORTE-MENOR TO OTPIE-MENOR.
           MOVE IMPORTE-MAYOR TO OTPIE-MAYOR.
           MOVE OT-PIE TO LINEA.
           DISPLAY LINEA.
           ADD 1 TO RENGLONES-HOJA.
           IF OT-HALLADA AND OT-INDEX-ESTADO = 3
               IF CANT-VIG-OT < MIN-COTIZACIONES
                   ADD 1 TO CANT-INCOMPLETAS
                   COMPUTE FALTANTES = MIN-COTIZACIONES - CANT-VIG-OT
                   MOVE SPACES TO OTNOT-TEXTO
                   STRING "FALTAN " FALTANTES " COTIZACIONES VIGENTES "
                       "PARA PODER ADJUDICAR"
                       DELIMITED BY SIZE INTO OTNOT-TEXTO
                   MOVE 0 TO OTNOT-IMPORTE
                   PERFORM IMPR-NOTA-OT
               ELSE
                   MOVE "EN CONDICIONES DE ADJUDICAR" TO OTNOT-TEXTO
                   MOVE 0 TO OTNOT-IMPORTE
                   PERFORM IMPR-NOTA-OT
               END-IF
           END-IF.
           IF HAY-ELEGIDA AND IMPORTE-ELEGIDA > IMPORTE-MENOR
               ADD 1 TO CANT-NO-MENOR
               COMPUTE DIFERENCIA = IMPORTE-ELEGIDA - IMPORTE-MENOR
               MOVE "ADJUDICADA SOBRE LA MENOR COTIZACION, DIFERENCIA:"
                   TO OTNOT-TEXTO
               MOVE DIFERENCIA TO OTNOT-IMPORTE
               PERFORM IMPR-NOTA-OT.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-NOTA-OT.
           MOVE OT-NOTA TO LINEA.
           DISPLAY LINEA.
           ADD 1 TO RENGLONES-HOJA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-RESUMEN.
           DISPLAY "---- CONTROL DE TOTALES ----".
           DISPLAY "Ordenes con cotizaciones     : " CANT-ORDENES.
           DISPLAY "Cotizaciones listadas        : " CANT-COTIZACIONES.
           DISPLAY "Ordenes en cotizacion        : " CANT-EN-COTIZACION.
           DISPLAY "  sin cotizaciones completas : " CANT-INCOMPLETAS.
           DISPLAY "Ordenes adjudicadas          : " CANT-ADJUDICADAS.
           DISPLAY "  a una cotizacion no menor  : " CANT-NO-MENOR.

       END PROGRAM COTIZ.
