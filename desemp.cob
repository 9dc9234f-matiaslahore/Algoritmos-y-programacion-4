      *          dias primero) dentro de cada rubro, con las
      *          descripciones de rubro.txt. Los dias se calculan
      *          con la base comercial de 360 del resto del sistema.
      *          Las ordenes en cotizacion (estado 3) todavia no
      *          tienen proveedor adjudicado y no se computan.
      * Tectonics: cobc
      ******************************************************************

      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ACUMULAR-ORDEN.
           IF OT-ESTADO NOT = 3
               PERFORM BUSCAR-PROV-DES
               IF PROV-HALLADO
                   PERFORM SUMAR-ORDEN
               ELSE
                   DISPLAY "ADVERTENCIA: tabla de desempenio llena, "
                       "la orden " OT-NUMERO " no se computa".
           PERFORM LEER-ORT.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
