      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1BLH                                         *
      * TIPO        : RUTINA                                           *
      * DESCRIPCION : RETENCION LEGAL CALLABLE DE CLIENTE              *
      * ARCHIVOS    : EDM4LGH (ENTRADA)                                *
      * ACCION (ES) : V=Verificar F=Fin                                *
      * PROGRAMA(S) : -                                                *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 15/10/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * UNICO LUGAR DONDE SE DECIDE SI UN CLIENTE ESTA BAJO RETENCION  *
      * LEGAL. LOS PROCESOS QUE BORRAN O BLANQUEAN DATOS (EDID1R03,    *
      * EDID1R11, EDID1R21, EDID1R24, EDID1R45) LA INVOCAN CON CALL    *
      * ANTES DE TOCAR AL CLIENTE O A SUS SATELITES Y, SI DEVUELVE     *
      * RETENIDO, LO OMITEN Y LO LISTAN. BASTA UNA RETENCION EN        *
      * ESTADO "A" EN EDM4LGH; LA FECHA DE LIBERACION ES SOLO DE       *
      * REVISION Y NO LA LEVANTA. EL ARCHIVO SE ABRE EN LA PRIMERA     *
      * LLAMADA Y SE CIERRA CON LA FUNCION "F"                         *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1BLH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDM4LGH ASSIGN TO EDM4LGH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDLG-LLAVE
               FILE STATUS IS WKS-EDM4LGH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EDM4LGH.
       COPY EDMLGH.

       WORKING-STORAGE SECTION.

       COPY EDBLH.

       01 WKS-FILE-STATUS.
           02 WKS-EDM4LGH-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4LGH-OK        VALUE "00".
               88 WKS-EDM4LGH-EOF       VALUE "10".

       01 WKS-TRABAJO.
           02 WKS-FLAG-ABIERTOS         PIC 9 VALUE ZEROS.
               88 WKS-ARCHIVOS-ABIERTOS VALUE 1.
           02 WKS-FLAG-FIN              PIC 9 VALUE ZEROS.
               88 WKS-FIN-CLIENTE       VALUE 1.

       LINKAGE SECTION.
      *-->AREA REG-EDBLH DEL LLAMADOR
       01 WKS-PARM-EDBLH                PIC X(51).

       PROCEDURE DIVISION USING WKS-PARM-EDBLH.
       000-MAIN-PROCESS.
           MOVE WKS-PARM-EDBLH TO REG-EDBLH
           IF EDBG-FIN
               PERFORM 900-CIERRA-ARCHIVOS
           ELSE
               IF NOT WKS-ARCHIVOS-ABIERTOS
                   PERFORM 100-ABRE-ARCHIVOS
               END-IF
               PERFORM 200-VERIFICA
           END-IF
           MOVE REG-EDBLH TO WKS-PARM-EDBLH
           GOBACK.

      *--> PRIMERA LLAMADA DEL PASO
       100-ABRE-ARCHIVOS.
           OPEN INPUT EDM4LGH
           MOVE 1 TO WKS-FLAG-ABIERTOS.

      *--> RECORRE LAS RETENCIONES DEL CLIENTE HASTA LA PRIMERA ACTIVA
       200-VERIFICA.
           SET EDBG-LIBRE TO TRUE
           MOVE ZEROS  TO EDBG-NO-RETENCION
           MOVE SPACES TO EDBG-CASO
           MOVE ZEROS  TO EDBG-FECHA-LIBERACION
           MOVE EDBG-CO-CLIENTE TO EDLG-CO-CLIENTE
           MOVE ZEROS           TO EDLG-NO-RETENCION
           MOVE ZEROS           TO WKS-FLAG-FIN
           START EDM4LGH KEY IS NOT LESS THAN EDLG-LLAVE
           IF NOT WKS-EDM4LGH-OK
               MOVE 1 TO WKS-FLAG-FIN
           END-IF
           PERFORM UNTIL WKS-FIN-CLIENTE
               READ EDM4LGH NEXT RECORD
               IF NOT WKS-EDM4LGH-OK
               OR EDLG-CO-CLIENTE NOT = EDBG-CO-CLIENTE
                   MOVE 1 TO WKS-FLAG-FIN
               ELSE
                   IF EDLG-ACTIVA
                       SET EDBG-RETENIDO TO TRUE
                       MOVE EDLG-NO-RETENCION     TO EDBG-NO-RETENCION
                       MOVE EDLG-CASO             TO EDBG-CASO
                       MOVE EDLG-FECHA-LIBERACION
                         TO EDBG-FECHA-LIBERACION
                       MOVE 1 TO WKS-FLAG-FIN
                   END-IF
               END-IF
           END-PERFORM.

       900-CIERRA-ARCHIVOS.
           IF WKS-ARCHIVOS-ABIERTOS
               CLOSE EDM4LGH
               MOVE ZEROS TO WKS-FLAG-ABIERTOS
           END-IF.
