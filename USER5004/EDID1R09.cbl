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

                         ==EDTC-FECHA-PROX-REV==
                     ==EDMC-SECTOR==                 BY
                         ==EDTC-SECTOR==
                     ==EDMC-ESTADO-ALTA==            BY
                         ==EDTC-ESTADO-ALTA==
                     ==EDMC-ALTA-PENDIENTE==         BY
                         ==EDTC-ALTA-PENDIENTE==
                     ==EDMC-CANAL-ORIGEN==           BY
                         ==EDTC-CANAL-ORIGEN==
                     ==EDMC-CANAL-VENTANILLA==       BY
                         ==EDTC-CANAL-VENTANILLA==
                     ==EDMC-CANAL-CARGA==            BY
                         ==EDTC-CANAL-CARGA==
                     ==EDMC-CANAL-ENTRANTE==         BY
                         ==EDTC-CANAL-ENTRANTE==
                     ==EDMC-CANAL-RESTAURADO==       BY
                         ==EDTC-CANAL-RESTAURADO==
                     ==EDMC-CANAL-FUSION==           BY
                         ==EDTC-CANAL-FUSION==
                     ==EDMC-FILLER==                 BY
                         ==EDTC-FILLER==.

