      *-->SECTOR ECONOMICO DE LAS COMPANIAS (CATALOGO EDM4SEC;
      *   BLANCO EN PERSONAS Y EN COMPANIAS AUN SIN CLASIFICAR)
           05 EDMC-SECTOR                  PIC X(04).
      *-->ALTA PENDIENTE DE EXPEDIENTE: TODA ALTA NACE EN "P" Y LA
      *   LIBERA EL PROCESO NOCTURNO EDID1R58 CUANDO ESTAN COMPLETOS
      *   DOCUMENTO, CONSENTIMIENTO Y (COMPANIAS) REPRESENTANTE LEGAL;
      *   BLANCO ES ALTA COMPLETA (INCLUYE A LOS CLIENTES ANTERIORES)
           05 EDMC-ESTADO-ALTA             PIC X(01).
               88 EDMC-ALTA-PENDIENTE      VALUE "P".
      *-->CANAL POR EL QUE EL CLIENTE LLEGO AL MAESTRO: LO FIJA EL
      *   PROGRAMA QUE LO GRABA Y NO CAMBIA DESPUES. BLANCO = CLIENTE
      *   ANTERIOR AL REGISTRO DEL CANAL (SIN DATO)
           05 EDMC-CANAL-ORIGEN            PIC X(01).
      *-->ALTA EN VENTANILLA (EDID1ALI)
               88 EDMC-CANAL-VENTANILLA    VALUE "V".
      *-->CARGA NOCTURNA EDID1R08 O SU REENVIO DESDE EDID1WLI
               88 EDMC-CANAL-CARGA         VALUE "B".
      *-->INTERFAZ DE ENTRADA DE OTROS SISTEMAS (RUTINA EDID1BMA)
               88 EDMC-CANAL-ENTRANTE      VALUE "E".
      *-->RESTAURADO POR EDID1R20 SIN CANAL EN LA IMAGEN ARCHIVADA
               88 EDMC-CANAL-RESTAURADO    VALUE "R".
      *-->SOBREVIVIENTE DE UNA FUSION (EDID1GLI) EN LA QUE NINGUNO
      *   DE LOS DOS REGISTROS TENIA CANAL
               88 EDMC-CANAL-FUSION        VALUE "F".
           05 EDMC-FILLER                  PIC X(03).
