      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1BCT                                         *
      * TIPO        : RUTINA                                           *
      * DESCRIPCION : CONTACTABILIDAD CALLABLE DE CLIENTE POR CANAL    *
      * ARCHIVOS    : EDM4CL / EDM4CON / EDM4WKL / EDM4DEV (ENTRADA)   *
      * ACCION (ES) : V=Verificar F=Fin                                *
      * PROGRAMA(S) : -                                                *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 15/10/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * UNICO LUGAR DONDE SE DECIDE SI UN CLIENTE PUEDE RECIBIR UN    *
      * ENVIO DE SALIDA. LOS EXTRACTOS BATCH (EDID1R04, EDID1R31) LA  *
      * INVOCAN CON CALL POR CADA CLIENTE SELECCIONADO, CON EL CANAL  *
      * QUE VAN A USAR, Y CUENTAN LOS SUPRIMIDOS POR EL MOTIVO QUE    *
      * DEVUELVE. LOS ARCHIVOS SE ABREN EN LA PRIMERA LLAMADA Y SE    *
      * CIERRAN CON LA FUNCION "F". MOTIVOS, EN ESTE ORDEN:           *
      *   01 CODIGO INEXISTENTE EN EDM4CL                             *
      *   02/03/04 ELIMINADO, FUSIONADO O SUSPENDIDO (EDID1SLI) SEGUN *
      *      EDMC-MARCA-ELIMINADO                                     *
      *   05 FALLECIDO: FILA "FALLECID" RESUELTA EN EDM4WKL (CRUCE    *
      *      EDID1R49 CONFIRMADO EN EDID1XLI)                         *
      *   06 CLIENTE SENSIBLE (EDMC-MARCA-SENSIBLE)                   *
      *   07 ALTA PENDIENTE DE EXPEDIENTE                             *
      *   08 VETO "N" VIGENTE EN EDM4CON PARA EL CANAL (INCLUYE EL QUE*
      *      DEJA UNA OPOSICION REGISTRADA EN EDID1DL5)               *
      *   09 DIRECCION DEVUELTA EN EDM4DEV Y AUN NO CAMBIADA          *
      *   10 CANAL NO RECONOCIDO                                      *
      * LA FRECUENCIA DE CAMPANAS (EDM4CAM) Y LA DIRECCION INCOMPLETA *
      * SIGUEN SIENDO REGLAS DE CADA EXTRACTO                         *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1BCT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDM4CL ASSIGN TO EDM4CL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EDMC-LLAVE
               FILE STATUS IS WKS-EDM4CL-STATUS.

           SELECT EDM4CON ASSIGN TO EDM4CON
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EDCO-LLAVE
               FILE STATUS IS WKS-EDM4CON-STATUS.

           SELECT EDM4WKL ASSIGN TO EDM4WKL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EDWK-LLAVE
               FILE STATUS IS WKS-EDM4WKL-STATUS.

           SELECT EDM4DEV ASSIGN TO EDM4DEV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EDDV-LLAVE
               FILE STATUS IS WKS-EDM4DEV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EDM4CL.
       COPY EDMACL.

       FD  EDM4CON.
       COPY EDMCON.

       FD  EDM4WKL.
       COPY EDMWKL.

       FD  EDM4DEV.
       COPY EDMDEV.

       WORKING-STORAGE SECTION.

       COPY EDBCT.

       01 WKS-FILE-STATUS.
           02 WKS-EDM4CL-STATUS         PIC X(02) VALUE SPACES.
               88 WKS-EDM4CL-OK         VALUE "00".
           02 WKS-EDM4CON-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4CON-OK        VALUE "00".
           02 WKS-EDM4WKL-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4WKL-OK        VALUE "00".
           02 WKS-EDM4DEV-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4DEV-OK        VALUE "00".

       01 WKS-TRABAJO.
           02 WKS-FLAG-ABIERTOS         PIC 9 VALUE ZEROS.
               88 WKS-ARCHIVOS-ABIERTOS VALUE 1.
           02 WKS-FECHA-HOY             PIC 9(08) VALUE ZEROS.
           02 WKS-CANAL                 PIC X(01) VALUE SPACES.

       LINKAGE SECTION.
      *-->AREA REG-EDBCT DEL LLAMADOR; SE TRABAJA SOBRE LA COPIA DE
      *   WORKING-STORAGE, QUE TRAE LA TABLA DE DESCRIPCIONES
       01 WKS-PARM-EDBCT                PIC X(246).

       PROCEDURE DIVISION USING WKS-PARM-EDBCT.
       000-MAIN-PROCESS.
           MOVE WKS-PARM-EDBCT TO REG-EDBCT
           IF EDBC-FIN
               PERFORM 900-CIERRA-ARCHIVOS
           ELSE
               IF NOT WKS-ARCHIVOS-ABIERTOS
                   PERFORM 100-ABRE-ARCHIVOS
               END-IF
               PERFORM 200-VERIFICA
           END-IF
           MOVE REG-EDBCT TO WKS-PARM-EDBCT
           GOBACK.

      *--> PRIMERA LLAMADA DEL PASO: ABRE LOS ARCHIVOS Y FIJA LA FECHA
      *    CONTRA LA QUE SE MIDEN LAS VIGENCIAS DE LOS VETOS
       100-ABRE-ARCHIVOS.
           OPEN INPUT EDM4CL
           OPEN INPUT EDM4CON
           OPEN INPUT EDM4WKL
           OPEN INPUT EDM4DEV
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-FECHA-HOY
           MOVE 1 TO WKS-FLAG-ABIERTOS.

      *--> APLICA LOS MOTIVOS EN ORDEN; EL PRIMERO QUE APLICA QUEDA
       200-VERIFICA.
           MOVE ZEROS TO EDBC-MOTIVO
           IF EDBC-IMAGEN = SPACES
               MOVE EDBC-CO-CLIENTE TO EDMC-LLAVE
               READ EDM4CL
               IF NOT WKS-EDM4CL-OK
                   SET EDBC-NO-EXISTE TO TRUE
               END-IF
           ELSE
               MOVE EDBC-IMAGEN TO REG-EDMACL
           END-IF
           IF EDBC-CONTACTABLE
               PERFORM 205-RESUELVE-CANAL
           END-IF
           IF EDBC-CONTACTABLE
               PERFORM 210-CHECK-MARCA
           END-IF
           IF EDBC-CONTACTABLE
               PERFORM 220-CHECK-FALLECIDO
           END-IF
           IF EDBC-CONTACTABLE
               PERFORM 230-CHECK-PERFIL
           END-IF
           IF EDBC-CONTACTABLE
               PERFORM 240-CHECK-CONSENTIMIENTO
           END-IF
           IF EDBC-CONTACTABLE
               PERFORM 250-CHECK-DEVUELTO
           END-IF
           IF EDBC-CONTACTABLE
               MOVE "CONTACTABLE" TO EDBC-DESCRIPCION
           ELSE
               MOVE EDBC-MOTIVO-TEXTO(EDBC-MOTIVO) TO EDBC-DESCRIPCION
           END-IF.

      *--> "F" TOMA EL TIPO DE TELEFONO QUE TIENE REGISTRADO EL CLIENTE
       205-RESUELVE-CANAL.
           EVALUATE TRUE
               WHEN EDBC-CANAL-FONO
                   IF EDMC-TEL-MOVIL
                       MOVE "M" TO WKS-CANAL
                   ELSE
                       MOVE "T" TO WKS-CANAL
                   END-IF
               WHEN EDBC-CANAL-CARTA
               WHEN EDBC-CANAL-TELEFONO
               WHEN EDBC-CANAL-MOVIL
                   MOVE EDBC-CANAL TO WKS-CANAL
               WHEN OTHER
                   SET EDBC-CANAL-INVALIDO TO TRUE
           END-EVALUATE.

       210-CHECK-MARCA.
           EVALUATE EDMC-MARCA-ELIMINADO
               WHEN "D"
                   SET EDBC-ELIMINADO TO TRUE
               WHEN "M"
                   SET EDBC-FUSIONADO TO TRUE
               WHEN "S"
                   SET EDBC-SUSPENDIDO TO TRUE
           END-EVALUATE.

      *--> FALLECIDO CONFIRMADO: LA FILA "FALLECID" RESUELTA DE LA
      *    LISTA DE TRABAJO (CRUCE EDID1R49 CONFIRMADO EN EDID1XLI)
       220-CHECK-FALLECIDO.
           MOVE EDMC-LLAVE TO EDWK-CO-CLIENTE
           MOVE "FALLECID" TO EDWK-PROBLEMA
           READ EDM4WKL
           IF WKS-EDM4WKL-OK
           AND EDWK-RESUELTO
               SET EDBC-FALLECIDO TO TRUE
           END-IF.

       230-CHECK-PERFIL.
           IF EDMC-SENSIBLE
               SET EDBC-SENSIBLE TO TRUE
           ELSE
               IF EDMC-ALTA-PENDIENTE
                   SET EDBC-ALTA-PENDIENTE TO TRUE
               END-IF
           END-IF.

      *--> CONSENTIMIENTO: UNA FILA "N" VIGENTE EN EDM4CON PARA EL
      *    CANAL SACA AL CLIENTE DEL ENVIO
       240-CHECK-CONSENTIMIENTO.
           MOVE EDMC-LLAVE TO EDCO-CO-CLIENTE
           MOVE WKS-CANAL  TO EDCO-CANAL
           READ EDM4CON
           IF WKS-EDM4CON-OK
           AND EDCO-CONTACTO-VETADO
           AND EDCO-FECHA-INICIO NOT > WKS-FECHA-HOY
           AND (EDCO-FECHA-FIN = ZEROS
                OR EDCO-FECHA-FIN NOT < WKS-FECHA-HOY)
               SET EDBC-CANAL-VETADO TO TRUE
           END-IF.

      *--> DIRECCION NO ENTREGABLE: EL COURIER LA DEVOLVIO (EDM4DEV,
      *    CARGADO POR EDID1R65) Y NO SE HA CAMBIADO EN EL MAESTRO
       250-CHECK-DEVUELTO.
           MOVE EDMC-LLAVE TO EDDV-CO-CLIENTE
           READ EDM4DEV
           IF WKS-EDM4DEV-OK
           AND EDDV-DIRECCION = EDMC-DIRECCION
               SET EDBC-NO-ENTREGABLE TO TRUE
           END-IF.

       900-CIERRA-ARCHIVOS.
           IF WKS-ARCHIVOS-ABIERTOS
               CLOSE EDM4CL
               CLOSE EDM4CON
               CLOSE EDM4WKL
               CLOSE EDM4DEV
               MOVE ZEROS TO WKS-FLAG-ABIERTOS
           END-IF.
