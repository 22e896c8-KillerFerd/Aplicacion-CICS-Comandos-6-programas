      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1BHS                                         *
      * TIPO        : RUTINA                                           *
      * DESCRIPCION : HASH DE ENCADENAMIENTO DE LA BITACORA EDM4AUL    *
      * ARCHIVOS    : -                                                *
      * ACCION (ES) : C=Calcular V=Verificar                           *
      * PROGRAMA(S) : -                                                *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 15/10/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * RUTINA DE CALCULO PURO (CALL, IGUAL QUE EDID1BFE) QUE SELLA LA*
      * BITACORA EDM4AUL: EL HASH SE ARMA BYTE A BYTE SOBRE TODO EL   *
      * REGISTRO MENOS EL PROPIO EDAU-HASH, ASI QUE CUBRE LA LLAVE,   *
      * LOS DATOS, LA SECUENCIA Y EL HASH DEL ESLABON ANTERIOR. SON   *
      * DOS ACUMULADORES POLINOMIALES MODULO PRIMOS DE 8 CIFRAS (EL   *
      * SEGUNDO PESA LA POSICION DEL BYTE) PEGADOS EN 16 DIGITOS.     *
      * CUALQUIER CAMBIO A UN REGISTRO, O A SU ENLACE CON EL ANTERIOR,*
      * CAMBIA EL HASH Y ROMPE LA CADENA DESDE ESE PUNTO              *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1BHS.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY EDMAUL.

       01 WKS-TRABAJO.
           02 WKS-LARGO                 PIC 9(04) VALUE ZEROS.
           02 WKS-IDX                   PIC 9(04) VALUE ZEROS.
           02 WKS-BYTE                  PIC 9(03) VALUE ZEROS.
           02 WKS-PRODUCTO              PIC 9(15) VALUE ZEROS.
           02 WKS-HASH                  PIC 9(16) VALUE ZEROS.
           02 WKS-HASH-R REDEFINES WKS-HASH.
               03 WKS-H1                PIC 9(08).
               03 WKS-H2                PIC 9(08).

      *-->MODULOS (PRIMOS) Y SEMILLAS DE LOS DOS ACUMULADORES
       01 WKS-CONSTANTES.
           02 WKS-PRIMO-1               PIC 9(08) VALUE 99999989.
           02 WKS-PRIMO-2               PIC 9(08) VALUE 99999971.
           02 WKS-SEMILLA-1             PIC 9(08) VALUE 16777619.
           02 WKS-SEMILLA-2             PIC 9(08) VALUE 21661361.

       LINKAGE SECTION.
       COPY EDBHS.

       PROCEDURE DIVISION USING REG-EDBHS.
       000-MAIN-PROCESS.
           SET EDBH-VALIDO TO TRUE
           MOVE EDBH-REGISTRO TO REG-EDMAUL
           EVALUATE TRUE
               WHEN EDBH-FN-CALCULAR
                   PERFORM 100-CALCULA-HASH
                   MOVE WKS-HASH TO EDBH-HASH
               WHEN EDBH-FN-VERIFICAR
                   PERFORM 100-CALCULA-HASH
                   MOVE WKS-HASH TO EDBH-HASH
                   IF EDAU-HASH NOT NUMERIC
                   OR EDAU-HASH NOT = WKS-HASH
                       SET EDBH-INVALIDO TO TRUE
                   END-IF
               WHEN OTHER
                   SET EDBH-INVALIDO TO TRUE
           END-EVALUATE
           GOBACK.

      *-->RECORRE EL REGISTRO HASTA ANTES DE EDAU-HASH (ULTIMO CAMPO)
       100-CALCULA-HASH.
           COMPUTE WKS-LARGO =
               LENGTH OF REG-EDMAUL - LENGTH OF EDAU-HASH
           MOVE WKS-SEMILLA-1 TO WKS-H1
           MOVE WKS-SEMILLA-2 TO WKS-H2
           PERFORM VARYING WKS-IDX FROM 1 BY 1
           UNTIL WKS-IDX > WKS-LARGO
               COMPUTE WKS-BYTE =
                   FUNCTION ORD(REG-EDMAUL(WKS-IDX:1))
               COMPUTE WKS-PRODUCTO = WKS-H1 * 257 + WKS-BYTE
               COMPUTE WKS-H1 =
                   FUNCTION MOD(WKS-PRODUCTO WKS-PRIMO-1)
               COMPUTE WKS-PRODUCTO =
                   WKS-H2 * 65599 + WKS-BYTE * WKS-IDX
               COMPUTE WKS-H2 =
                   FUNCTION MOD(WKS-PRODUCTO WKS-PRIMO-2)
           END-PERFORM.
