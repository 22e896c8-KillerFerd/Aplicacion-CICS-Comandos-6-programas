      ******************************************************************
      * EDCGOP - LAYOUT DEL ARCHIVO DE EMPLEADOS-CLIENTE DE RECURSOS  *
      *          HUMANOS (INTERFAZ DE ENTRADA PARA EDID1R61)          *
      *          UNA FILA POR OPERADOR QUE ES TAMBIEN CLIENTE         *
      ******************************************************************
       01  REG-EDCGOP.
           05 EDGO-OPERADOR                PIC X(08).
           05 EDGO-CO-CLIENTE              PIC X(08).
           05 EDGO-NU-EMPLEADO             PIC X(10).
