      *>-----------------------------------------------------------*
       GRABAR-GENERACIONES.
           OPEN OUTPUT GEN.
           IF FS-GEN NOT = "00" AND "05"
               DISPLAY "RESGUARD: error en open de generaciones "
                   "FS: " FS-GEN
           ELSE
