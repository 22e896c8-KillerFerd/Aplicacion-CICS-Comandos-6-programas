      ******************************************************************
      * EDQL5 - MAPA SIMBOLICO REVISION DE LA MUESTRA DE CALIDAD      *
      *         DEL MANTENIMIENTO (EDID1QL5)                          *
      ******************************************************************
       01  EDQL5I.
           02 FILLER                    PIC X(12).
      *-->FILTROS: FECHA DE MUESTRA DESDE LA QUE SE BUSCA (DDMMAAAA)
      *   Y SUCURSAL DEL OPERADOR (EN BLANCO, TODAS)
           02 EDQL5-FECHAL              PIC S9(4) COMP.
           02 EDQL5-FECHAA              PIC X.
           02 EDQL5-FECHAC              PIC X.
           02 EDQL5-FECHAI              PIC X(08).
           02 EDQL5-FECHAO              PIC X(08).
           02 EDQL5-SUCURSALL           PIC S9(4) COMP.
           02 EDQL5-SUCURSALA           PIC X.
           02 EDQL5-SUCURSALC           PIC X.
           02 EDQL5-SUCURSALI           PIC X(03).
           02 EDQL5-SUCURSALO           PIC X(03).
      *-->MOVIMIENTO EN REVISION
           02 EDQL5-MUESTRAO            PIC X(10).
           02 EDQL5-SECUENCIAO          PIC X(05).
           02 EDQL5-CLIENTEO            PIC X(08).
           02 EDQL5-OPERADORO           PIC X(08).
           02 EDQL5-SUCOPERO            PIC X(03).
           02 EDQL5-ACCIONO             PIC X(12).
           02 EDQL5-PROGRAMAO           PIC X(08).
           02 EDQL5-FECMOVO             PIC X(10).
           02 EDQL5-HORMOVO             PIC X(08).
           02 EDQL5-MOTIVOO             PIC X(16).
           02 EDQL5-TASAO               PIC X(04).
      *-->DATOS ANTES Y DESPUES DEL MOVIMIENTO (ALTA: ANTES EN BLANCO)
           02 EDQL5-ANT-NOMBREO         PIC X(40).
           02 EDQL5-DES-NOMBREO         PIC X(40).
           02 EDQL5-ANT-FNACO           PIC X(10).
           02 EDQL5-DES-FNACO           PIC X(10).
           02 EDQL5-ANT-TELEFONOO       PIC X(08).
           02 EDQL5-DES-TELEFONOO       PIC X(08).
           02 EDQL5-ANT-DIRECCIONO      PIC X(30).
           02 EDQL5-DES-DIRECCIONO      PIC X(30).
           02 EDQL5-ANT-CIUDADO         PIC X(20).
           02 EDQL5-DES-CIUDADO         PIC X(20).
           02 EDQL5-ANT-TIPOO           PIC X(01).
           02 EDQL5-DES-TIPOO           PIC X(01).
           02 EDQL5-ANT-SUCURSALO       PIC X(03).
           02 EDQL5-DES-SUCURSALO       PIC X(03).
      *-->RESULTADO DE LA REVISION: C CORRECTO / E ERROR, CATEGORIA
      *   DEL ERROR Y COMENTARIO
           02 EDQL5-RESULTADOL          PIC S9(4) COMP.
           02 EDQL5-RESULTADOA          PIC X.
           02 EDQL5-RESULTADOC          PIC X.
           02 EDQL5-RESULTADOI          PIC X(01).
           02 EDQL5-RESULTADOO          PIC X(01).
           02 EDQL5-CATEGORIAL          PIC S9(4) COMP.
           02 EDQL5-CATEGORIAA          PIC X.
           02 EDQL5-CATEGORIAC          PIC X.
           02 EDQL5-CATEGORIAI          PIC X(02).
           02 EDQL5-CATEGORIAO          PIC X(02).
           02 EDQL5-COMENTARIOL         PIC S9(4) COMP.
           02 EDQL5-COMENTARIOA         PIC X.
           02 EDQL5-COMENTARIOC         PIC X.
           02 EDQL5-COMENTARIOI         PIC X(30).
           02 EDQL5-COMENTARIOO         PIC X(30).
           02 EDQL5-OUTPUT-MSGL         PIC S9(4) COMP.
           02 EDQL5-OUTPUT-MSGA         PIC X.
           02 EDQL5-OUTPUT-MSGC         PIC X.
           02 EDQL5-OUTPUT-MSGO         PIC X(40).
           02 EDQL5-DATE-SISL           PIC S9(4) COMP.
           02 EDQL5-DATE-SISA           PIC X.
           02 EDQL5-DATE-SISO           PIC X(10).
           02 EDQL5-TIME-SISL           PIC S9(4) COMP.
           02 EDQL5-TIME-SISA           PIC X.
           02 EDQL5-TIME-SISO           PIC X(08).
