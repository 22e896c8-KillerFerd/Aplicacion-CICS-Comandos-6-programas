           02 EDALI-SECTORC             PIC X.
           02 EDALI-SECTORI             PIC X(04).
           02 EDALI-SECTORO             PIC X(04).
      *-->TUTOR (OBLIGATORIO PARA PERSONAS MENORES DE EDAD)
           02 EDALI-TUTORL              PIC S9(4) COMP.
           02 EDALI-TUTORA              PIC X.
           02 EDALI-TUTORC              PIC X.
           02 EDALI-TUTORI              PIC X(08).
           02 EDALI-TUTORO              PIC X(08).
      *-->CLIENTE QUE LO REFIRIO (OPCIONAL; ACTIVO EN EDM4CL)
           02 EDALI-REFERENTEL          PIC S9(4) COMP.
           02 EDALI-REFERENTEA          PIC X.
           02 EDALI-REFERENTEC          PIC X.
           02 EDALI-REFERENTEI          PIC X(08).
           02 EDALI-REFERENTEO          PIC X(08).
           02 EDALI-FECHA-ADICL         PIC S9(4) COMP.
           02 EDALI-FECHA-ADICA         PIC X.
           02 EDALI-FECHA-ADICO         PIC X(10).
