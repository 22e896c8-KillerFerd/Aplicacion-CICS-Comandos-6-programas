           02 EDOLI-UMBRALC             PIC X.
           02 EDOLI-UMBRALI             PIC X(03).
           02 EDOLI-UMBRALO             PIC 9(03).
      *-->MODO SOLO LECTURA DE LA APLICACION (PF8 LO ENCIENDE/APAGA)
           02 EDOLI-SOLOLECTL           PIC S9(4) COMP.
           02 EDOLI-SOLOLECTA           PIC X.
           02 EDOLI-SOLOLECTC           PIC X.
           02 EDOLI-SOLOLECTO           PIC X(10).
           02 EDOLI-OUTPUT-MSGL         PIC S9(4) COMP.
           02 EDOLI-OUTPUT-MSGA         PIC X.
           02 EDOLI-OUTPUT-MSGC         PIC X.
