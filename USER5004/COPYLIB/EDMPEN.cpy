               88 EDPN-SOL-ELIMINACION     VALUE "E".
               88 EDPN-SOL-RESTAURACION    VALUE "R".
               88 EDPN-SOL-TRANSFER        VALUE "T".
      *-->SUSPENSION Y LEVANTAMIENTO DE EDID1SLI PEDIDOS POR UN
      *   OPERADOR CON CONFLICTO DE INTERES SOBRE EL CLIENTE
               88 EDPN-SOL-SUSPENSION      VALUE "S".
               88 EDPN-SOL-LEVANTA-SUSP    VALUE "L".
           05 EDPN-ESTADO                  PIC X(01).
               88 EDPN-PENDIENTE           VALUE "P".
               88 EDPN-APROBADA            VALUE "A".
      *   EL TABLERO EDID1SL2 MUESTRA EL CONTEO DE URGENTES
           05 EDPN-MARCA-URGENTE           PIC X(01).
               88 EDPN-URGENTE             VALUE "U".
      *-->"C" CUANDO LA SOLICITUD VIENE DE UN OPERADOR QUE ES EL
      *   CLIENTE O SU FAMILIAR (EDID1BCF); EDID1VLI EXIGE QUE LA
      *   APRUEBE OTRO OPERADOR SIN CONFLICTO
           05 EDPN-MARCA-CONFLICTO         PIC X(01).
               88 EDPN-CONFLICTO           VALUE "C".
           05 EDPN-FILLER                  PIC X(08).
