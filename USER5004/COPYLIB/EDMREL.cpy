               88 EDRL-TIPO-CONTACTO       VALUE "CO".
               88 EDRL-TIPO-EMPLEADO       VALUE "EM".
               88 EDRL-TIPO-FAMILIAR       VALUE "FA".
      *-->TUTOR DE UN CLIENTE MENOR DE EDAD (LO EXIGE EDID1ALI)
               88 EDRL-TIPO-TUTOR          VALUE "TU".
      *-->PROGRAMA DE REFERIDOS: EL CLIENTE QUE TRAJO A OTRO (LO
      *   GRABA EL ALTA EN EDID1ALI / EDID1BMA / EDID1R08)
               88 EDRL-TIPO-REFERIDO       VALUE "RF".
               88 EDRL-TIPO-VALIDO         VALUE "RL" "CO" "EM" "FA"
                                                 "TU" "RF".
           05 EDRL-OPERADOR                PIC X(08).
           05 EDRL-FECHA-ALTA              PIC 9(08).
      *-->EN LOS VINCULOS "TU", PAPEL DE EDRL-CO-RELACION RESPECTO
      *   DE EDRL-CO-CLIENTE: T = ES SU TUTOR, M = ES SU MENOR;
      *   EN LOS "RF": R = ES QUIEN LO REFIRIO, D = ES SU REFERIDO
           05 EDRL-ROL                     PIC X(01).
               88 EDRL-REL-ES-TUTOR        VALUE "T".
               88 EDRL-REL-ES-MENOR        VALUE "M".
               88 EDRL-REL-ES-REFERENTE    VALUE "R".
               88 EDRL-REL-ES-REFERIDO     VALUE "D".
      *-->VIGENCIA DEL VINCULO: LA TUTELA TERMINA EL DIA EN QUE EL
      *   MENOR CUMPLE 18 (EDID1R60 LA PROGRAMA EN EDRL-FECHA-FIN Y,
      *   LLEGADA LA FECHA, LA MARCA TERMINADA); LA FILA SE CONSERVA
      *   COMO HISTORIA. FECHA-FIN EN CEROS = SIN TERMINO (AAAAMMDD)
           05 EDRL-ESTADO                  PIC X(01).
               88 EDRL-VIGENTE             VALUE SPACE.
               88 EDRL-TERMINADO           VALUE "T".
           05 EDRL-FECHA-FIN               PIC 9(08).
