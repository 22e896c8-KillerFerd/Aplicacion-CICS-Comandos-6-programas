               88 EDCG-ACCION-MODIFICACION VALUE "M".
               88 EDCG-ACCION-BAJA         VALUE "D".
           05 EDCG-MOTIVO-ELIM             PIC X(20).
      *-->ALTAS: CLIENTE QUE REFIRIO AL NUEVO (OPCIONAL, ACTIVO EN
      *   EDM4CL); LOS ARCHIVOS SIN ESTE CAMPO LLEGAN EN BLANCO
           05 EDCG-CO-REFERENTE            PIC X(08).
