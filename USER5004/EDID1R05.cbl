                         ==EDPC-FECHA-PROX-REV==
                     ==EDMC-SECTOR==                 BY
                         ==EDPC-SECTOR==
                     ==EDMC-ESTADO-ALTA==            BY
                         ==EDPC-ESTADO-ALTA==
                     ==EDMC-ALTA-PENDIENTE==         BY
                         ==EDPC-ALTA-PENDIENTE==
                     ==EDMC-CANAL-ORIGEN==           BY
                         ==EDPC-CANAL-ORIGEN==
                     ==EDMC-CANAL-VENTANILLA==       BY
                         ==EDPC-CANAL-VENTANILLA==
                     ==EDMC-CANAL-CARGA==            BY
                         ==EDPC-CANAL-CARGA==
                     ==EDMC-CANAL-ENTRANTE==         BY
                         ==EDPC-CANAL-ENTRANTE==
                     ==EDMC-CANAL-RESTAURADO==       BY
                         ==EDPC-CANAL-RESTAURADO==
                     ==EDMC-CANAL-FUSION==           BY
                         ==EDPC-CANAL-FUSION==
                     ==EDMC-FILLER==                 BY
                         ==EDPC-FILLER==.

