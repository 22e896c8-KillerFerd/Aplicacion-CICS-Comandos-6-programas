              03 EDML2-LIN-MARCAO       PIC X(01).
              03 EDML2-LIN-SUCURO       PIC X(03).
              03 EDML2-LIN-FECHAO       PIC X(10).
              03 EDML2-LIN-SEGO         PIC X(03).
           02 EDML2-OUTPUT-MSGL         PIC S9(4) COMP.
           02 EDML2-OUTPUT-MSGA         PIC X.
           02 EDML2-OUTPUT-MSGC         PIC X.
