      ******************************************************************
      * EDBCT - PARAMETROS DE LA RUTINA DE CONTACTABILIDAD EDID1BCT   *
      *         DICE SI A UN CLIENTE SE LE PUEDE ESCRIBIR O LLAMAR    *
      *         POR UN CANAL Y, SI NO, EL MOTIVO DE LA SUPRESION.     *
      *         LA INVOCAN CON CALL TODOS LOS EXTRACTOS DE SALIDA     *
      *         (EDID1R04, EDID1R31). FUNCION "V" VERIFICA Y "F"      *
      *         CIERRA LOS ARCHIVOS DE LA RUTINA AL FINAL DEL PASO    *
      ******************************************************************
       01  REG-EDBCT.
           05 EDBC-FUNCION                 PIC X(01).
               88 EDBC-VERIFICA            VALUE "V".
               88 EDBC-FIN                 VALUE "F".
           05 EDBC-CO-CLIENTE              PIC 9(08).
      *-->C=CARTA, T=TELEFONO FIJO, M=MOVIL (CANALES DE EDM4CON);
      *   F=EL TELEFONO QUE TENGA EL CLIENTE (M SI ES MOVIL, SI NO T)
           05 EDBC-CANAL                   PIC X(01).
               88 EDBC-CANAL-CARTA         VALUE "C".
               88 EDBC-CANAL-TELEFONO      VALUE "T".
               88 EDBC-CANAL-MOVIL         VALUE "M".
               88 EDBC-CANAL-FONO          VALUE "F".
      *-->IMAGEN DEL CLIENTE (REG-EDMACL) SI EL LLAMADOR YA LA TIENE
      *   (SNAPSHOT O LECTURA PROPIA); EN BLANCO LA RUTINA LEE EDM4CL
           05 EDBC-IMAGEN                  PIC X(200).
      *-->RESULTADO: 00 = CONTACTABLE; OTRO = MOTIVO DE SUPRESION
      *   (EN ORDEN DE PRECEDENCIA, SE DEVUELVE EL PRIMERO QUE APLICA)
           05 EDBC-MOTIVO                  PIC 9(02).
               88 EDBC-CONTACTABLE         VALUE 00.
               88 EDBC-NO-EXISTE           VALUE 01.
               88 EDBC-ELIMINADO           VALUE 02.
               88 EDBC-FUSIONADO           VALUE 03.
               88 EDBC-SUSPENDIDO          VALUE 04.
               88 EDBC-FALLECIDO           VALUE 05.
               88 EDBC-SENSIBLE            VALUE 06.
               88 EDBC-ALTA-PENDIENTE      VALUE 07.
               88 EDBC-CANAL-VETADO        VALUE 08.
               88 EDBC-NO-ENTREGABLE       VALUE 09.
               88 EDBC-CANAL-INVALIDO      VALUE 10.
           05 EDBC-DESCRIPCION             PIC X(24).
           05 EDBC-FILLER                  PIC X(10).

      *-->DESCRIPCION DE CADA MOTIVO PARA LOS REPORTES DE CIERRE DE
      *   LOS EXTRACTOS (SE RECORREN 1 A EDBC-NO-MOTIVOS)
       01  EDBC-MOTIVOS.
           05 EDBC-MOTIVOS-TXT.
               10 FILLER PIC X(24) VALUE "CLIENTE NO EXISTE".
               10 FILLER PIC X(24) VALUE "ELIMINADO".
               10 FILLER PIC X(24) VALUE "FUSIONADO".
               10 FILLER PIC X(24) VALUE "SUSPENDIDO".
               10 FILLER PIC X(24) VALUE "FALLECIDO".
               10 FILLER PIC X(24) VALUE "CLIENTE SENSIBLE".
               10 FILLER PIC X(24) VALUE "ALTA PENDIENTE".
               10 FILLER PIC X(24) VALUE "SIN CONSENTIMIENTO".
               10 FILLER PIC X(24) VALUE "DIRECCION NO ENTREGABLE".
               10 FILLER PIC X(24) VALUE "CANAL NO VALIDO".
           05 EDBC-MOTIVOS-TABLA REDEFINES EDBC-MOTIVOS-TXT OCCURS 10.
               10 EDBC-MOTIVO-TEXTO        PIC X(24).
           05 EDBC-NO-MOTIVOS              PIC 9(02) VALUE 10.
