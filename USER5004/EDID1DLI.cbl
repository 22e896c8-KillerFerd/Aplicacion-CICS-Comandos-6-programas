                         ==EDIA-FECHA-PROX-REV==
                     ==EDMC-SECTOR==                 BY
                         ==EDIA-SECTOR==
                     ==EDMC-ESTADO-ALTA==            BY
                         ==EDIA-ESTADO-ALTA==
                     ==EDMC-ALTA-PENDIENTE==         BY
                         ==EDIA-ALTA-PENDIENTE==
                     ==EDMC-CANAL-ORIGEN==           BY
                         ==EDIA-CANAL-ORIGEN==
                     ==EDMC-CANAL-VENTANILLA==       BY
                         ==EDIA-CANAL-VENTANILLA==
                     ==EDMC-CANAL-CARGA==            BY
                         ==EDIA-CANAL-CARGA==
                     ==EDMC-CANAL-ENTRANTE==         BY
                         ==EDIA-CANAL-ENTRANTE==
                     ==EDMC-CANAL-RESTAURADO==       BY
                         ==EDIA-CANAL-RESTAURADO==
                     ==EDMC-CANAL-FUSION==           BY
                         ==EDIA-CANAL-FUSION==
                     ==EDMC-FILLER==                 BY
                         ==EDIA-FILLER==.

