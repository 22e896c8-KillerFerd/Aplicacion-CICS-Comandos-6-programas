      ******************************************************************
      * EDMSKL - BIBLIOTECA DE ESQUELETOS JCL (EDM4SKL)               *
      *          UNA FILA POR LINEA DE CADA JOB QUE ARMA EDID1IL5,    *
      *          CON LLAVE PROGRAMA DEL JOB (EL MISMO QUE QUEDA EN LA *
      *          BITACORA EDM4JLG, EDID1EOD PARA LA CADENA DE CIERRE) *
      *          + NUMERO DE LINEA (DE 10 EN 10 PARA PODER            *
      *          INTERCALAR). EL TEXTO LLEVA SIMBOLOS                 *
      *          &NOMBRE (O &NOMBRE. SI LE SIGUE TEXTO PEGADO, COMO   *
      *          EN JCL) QUE EDID1IL5 RESUELVE AL ARMAR EL JOB:       *
      *          &FECHA  DIA DE PROCESO AAAAMMDD                      *
      *          &OPER   OPERADOR QUE ENVIA                           *
      *          &SUC    SUCURSAL DEL OPERADOR                        *
      *          &PARM   PARAMETRO DIGITADO EN LA PREVIA DEL JOB      *
      *          &JOBLIB LIBRERIA ADICIONAL (PREVIA DE EDID1R01)      *
      *          &FINMES PASO DE FIN DE MES DE LA CADENA EDID1EOD:    *
      *                  EN EL ULTIMO DIA HABIL LA LINEA "&FINMES"    *
      *                  SE CAMBIA POR EL ESQUELETO EDID1FMS (PASO    *
      *                  EDID1R15 CON SUS DD); LOS DEMAS DIAS POR UN  *
      *                  COMENTARIO                                   *
      *          EL ESQUELETO "SIMBOLOS" GUARDA LOS VALORES DE        *
      *          INSTALACION EN LINEAS NOMBRE=VALOR (&PREF = PREFIJO  *
      *          DE LOS DATASETS, &NOTIFY = USUARIO A NOTIFICAR).     *
      *          LOS NOMBRES "$NOMBRE" NO SON JCL SINO JUEGOS DE      *
      *          PARAMETROS DE LA EXTRACCION AD HOC EDID1R93 (PF24    *
      *          DE EDID1IL5), UNA PALABRA CLAVE POR LINEA.           *
      *          UN SIMBOLO SIN VALOR RECHAZA EL JOB. LA CARGA        *
      *          INICIAL ES EDID1R73 Y EL MANTENIMIENTO EN LINEA      *
      *          EDID1BL2, QUE DEJA CADA CAMBIO EN EDM4TJL            *
      ******************************************************************
       01  REG-EDMSKL.
           05 EDSK-LLAVE.
               10 EDSK-NOMBRE              PIC X(08).
               10 EDSK-LINEA               PIC 9(03).
           05 EDSK-TEXTO                   PIC X(71).
      *-->ULTIMO ALTA O CAMBIO DE LA LINEA
           05 EDSK-OPERADOR                PIC X(08).
           05 EDSK-FECHA                   PIC 9(08).
           05 EDSK-HORA                    PIC 9(06).
           05 EDSK-FILLER                  PIC X(16).
