           02 EDCL5-FECHA-ADICO         PIC X(10).
           02 EDCL5-SUCURSALO           PIC X(03).
           02 EDCL5-ENTRENAO           PIC X(13).
           02 EDCL5-RIESGOO             PIC X(05).
           02 EDCL5-SEGMENTOO           PIC X(12).
      *-->AVISO DE MANDATOS A TERCEROS (EDM4MAN): VIGENTE, VENCIDO
      *   O AMBOS; EN BLANCO SI NO TIENE MANDATOS ACTIVOS
           02 EDCL5-MANDATOO            PIC X(16).
           02 EDCL5-OUTPUT-MSGL         PIC S9(4) COMP.
           02 EDCL5-OUTPUT-MSGA         PIC X.
           02 EDCL5-OUTPUT-MSGO         PIC X(40).
