      * EDMTAB - TABLA DE CIUDADES Y CODIGOS POSTALES VALIDOS         *
      *          (EDM4TAB) MANTENIDA EN EDID1KLI Y CONSULTADA POR     *
      *          EDID1ALI / EDID1MLI / EDID1R08 AL VALIDAR DIRECCION  *
      *          EDID1R75 LA SINCRONIZA CON EL CATALOGO POSTAL        *
      *          OFICIAL (ALTAS, BAJAS Y CIUDADES RENOMBRADAS)        *
      ******************************************************************
       01  REG-EDMTAB.
           05 EDTB-LLAVE.
