      ******************************************************************
      * EDMOFH - HISTORIA DE OFICIALES DE RELACION (EDM4OFH)          *
      *          UNA FILA POR CADA ASIGNACION, CAMBIO O RETIRO DEL    *
      *          OFICIAL DE UN CLIENTE. LA GRABAN EDID1IL2 (EN LINEA) *
      *          Y EDID1R76 (REASIGNACION MASIVA); LA ASIGNACION      *
      *          VIGENTE ESTA EN EDM4OFI                              *
      ******************************************************************
       01  REG-EDMOFH.
           05 EDOH-LLAVE.
               10 EDOH-CO-CLIENTE          PIC 9(08).
               10 EDOH-FECHA               PIC 9(08).
               10 EDOH-HORA                PIC 9(06).
      *-->OFICIAL ANTERIOR EN BLANCO EN LA PRIMERA ASIGNACION Y
      *   OFICIAL NUEVO EN BLANCO CUANDO EL CLIENTE QUEDA SIN OFICIAL
           05 EDOH-OFICIAL-ANTES           PIC X(08).
           05 EDOH-OFICIAL-NUEVO           PIC X(08).
           05 EDOH-OPERADOR                PIC X(08).
           05 EDOH-PROGRAMA                PIC X(08).
           05 EDOH-MOTIVO                  PIC X(20).
           05 EDOH-FILLER                  PIC X(10).
