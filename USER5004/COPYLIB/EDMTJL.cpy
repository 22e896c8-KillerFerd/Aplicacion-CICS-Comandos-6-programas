      *          CONFIGURACION (EDM4TJL). UNA FILA POR ALTA, CAMBIO  *
      *          O BAJA EN EDM4TAB, EDM4MNU, EDM4PRF, EDM4HLP Y EL   *
      *          REGISTRO DE PARAMETROS DE EDM4CTL, ASI COMO EN      *
      *          EDM4CAL, EDM4SEC, EDM4UMB, EDM4RET Y EDM4DIS, EN    *
      *          CADA CAMBIO O CANCELACION DE UN JOB PROGRAMADO EN   *
      *          EDM4JPR Y EN CADA LINEA DE LOS ESQUELETOS JCL DE    *
      *          EDM4SKL, CON LA IMAGEN ANTES Y DESPUES DEL REGISTRO *
      *          (LA ESCRIBE LA RUTINA EDID1BTJ DESDE EDID1KLI,      *
      *          EDID1FLI, EDID1OLI, EDID1HLI, EDID1AL2, EDID1GL2,   *
      *          EDID1ZL2, EDID1RL2, EDID1DL2, EDID1OL2 Y EDID1BL2). *
      *          EL CIERRE DE DIA EDID1R70                           *
      *          LA ESCRIBE DIRECTO AL CAMBIAR EL MODO SOLO LECTURA  *
      *          Y EL CIERRE DE SUCURSAL EDID1R74 AL MOVER PERFILES, *
      *          POSTALES Y DISTRIBUCION A LA SUCURSAL QUE ABSORBE.  *
      *          LA CARGA DEL CATALOGO POSTAL EDID1R75 DEJA CADA     *
      *          ALTA Y BAJA QUE APLICA EN EDM4TAB. EL CUADRE DE     *
      *          PRODUCTOS EDID1R80 DEJA CADA CORRECCION A EDM4PRD.  *
      *          LA CONSULTA EN LINEA ES EDID1UL2 Y EL               *
      *          RESUMEN DEL DIA SALE EN EDID1R18.                   *
      *          EN PERFILES LA CONTRASENA VIAJA EN BLANCO EN AMBAS  *
