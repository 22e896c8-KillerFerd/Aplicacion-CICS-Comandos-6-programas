           02 EDIL5-HASTAC              PIC X.
           02 EDIL5-HASTAI              PIC X(08).
           02 EDIL5-HASTAO              PIC X(08).
      *-->FECHA (AAAAMMDD) Y HORA (HHMM) DE CORRIDA: EN BLANCO EL
      *   JOB SE ENVIA AL CONFIRMAR; DIGITADAS QUEDA PROGRAMADO
           02 EDIL5-PROGFECL            PIC S9(4) COMP.
           02 EDIL5-PROGFECA            PIC X.
           02 EDIL5-PROGFECC            PIC X.
           02 EDIL5-PROGFECI            PIC X(08).
           02 EDIL5-PROGFECO            PIC X(08).
           02 EDIL5-PROGHORL            PIC S9(4) COMP.
           02 EDIL5-PROGHORA            PIC X.
           02 EDIL5-PROGHORC            PIC X.
           02 EDIL5-PROGHORI            PIC X(04).
           02 EDIL5-PROGHORO            PIC X(04).
      *-->PF23: JOB QUE ACTUALIZA EDM4CL, SU PARM Y EL MODO
      *   (R=REINICIO DE LA CORRIDA INCOMPLETA, N=CORRIDA NUEVA)
           02 EDIL5-PROCESOL            PIC S9(4) COMP.
           02 EDIL5-PROCESOA            PIC X.
           02 EDIL5-PROCESOC            PIC X.
           02 EDIL5-PROCESOI            PIC X(08).
           02 EDIL5-PROCESOO            PIC X(08).
           02 EDIL5-PARMJOBL            PIC S9(4) COMP.
           02 EDIL5-PARMJOBA            PIC X.
           02 EDIL5-PARMJOBC            PIC X.
           02 EDIL5-PARMJOBI            PIC X(16).
           02 EDIL5-PARMJOBO            PIC X(16).
           02 EDIL5-MODOL               PIC S9(4) COMP.
           02 EDIL5-MODOA               PIC X.
           02 EDIL5-MODOC               PIC X.
           02 EDIL5-MODOI               PIC X(01).
           02 EDIL5-MODOO               PIC X(01).
      *-->PF24: JUEGO DE PARAMETROS DE LA EXTRACCION AD HOC ($NOMBRE)
           02 EDIL5-JUEGOL              PIC S9(4) COMP.
           02 EDIL5-JUEGOA              PIC X.
           02 EDIL5-JUEGOC              PIC X.
           02 EDIL5-JUEGOI              PIC X(08).
           02 EDIL5-JUEGOO              PIC X(08).
           02 EDIL5-OUTPUT-MSGL         PIC S9(4) COMP.
           02 EDIL5-OUTPUT-MSGA         PIC X.
           02 EDIL5-OUTPUT-MSGC         PIC X.
