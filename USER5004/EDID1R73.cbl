      ******************************************************************
      * FECHA       : 03/09/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1R73                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : CARGA INICIAL DE LA BIBLIOTECA DE ESQUELETOS JCL *
      * ARCHIVOS    : EDM4SKL (I-O) / REPORTE (SALIDA)                 *
      * ACCION (ES) : C=Cargar                                         *
      * PROGRAMA(S) : -                                                *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/09/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * SIEMBRA EN EDM4SKL LOS ESQUELETOS DE TODOS LOS JOBS QUE ARMA   *
      * EDID1IL5 (Y EL PASO DE FIN DE MES EDID1FMS QUE SE INCLUYE EN   *
      * LA CADENA EDID1EOD), EL ESQUELETO "SIMBOLOS" CON LOS VALORES DE*
      * INSTALACION (PREFIJO DE DATASETS Y USUARIO A NOTIFICAR) Y EL   *
      * JUEGO DE MUESTRA "$EJEMPLO" DE LA EXTRACCION AD HOC EDID1R93.  *
      * LAS LINEAS SE NUMERAN DE 10 EN 10 POR ESQUELETO. SOLO AGREGA   *
      * LAS LINEAS QUE FALTAN: UNA LINEA QUE YA EXISTE (CARGADA ANTES O*
      * CAMBIADA POR EL ADMINISTRADOR EN EDID1BL2) NO SE TOCA, ASI QUE *
      * SE PUEDE VOLVER A CORRER SIN PERDER MANTENIMIENTO. SI ALGUNA   *
      * LINEA NO SE PUEDE GRABAR TERMINA CON RETORNO 8                 *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R73.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDM4SKL ASSIGN TO EDM4SKL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDSK-LLAVE
               FILE STATUS IS WKS-EDM4SKL-STATUS.

           SELECT REPORTE ASSIGN TO REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-REPORTE-STATUS.

           SELECT EDM4JLG ASSIGN TO EDM4JLG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDJL-LLAVE
               FILE STATUS IS WKS-EDM4JLG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EDM4SKL.
       COPY EDMSKL.

       FD  REPORTE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-REPORTE                     PIC X(080).

       FD  EDM4JLG.
       COPY EDMJLG.

       WORKING-STORAGE SECTION.

       01 WKS-EDM4JLG-STATUS            PIC X(02) VALUE SPACES.
           88 WKS-EDM4JLG-OK            VALUE "00".

       01 WKS-JLG-LLAVE-CORRIDA.
           05 WKS-JLG-FECHA             PIC 9(08) VALUE ZEROS.
           05 WKS-JLG-HORA              PIC 9(06) VALUE ZEROS.
       01 WKS-FILE-STATUS.
           02 WKS-EDM4SKL-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4SKL-OK        VALUE "00".
               88 WKS-EDM4SKL-DUPKEY    VALUE "22".
           02 WKS-REPORTE-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-REPORTE-OK        VALUE "00".

       01 WKS-COUNTERS.
           02 WKS-TOTAL-LEIDOS          PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-CARGADOS        PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-EXISTENTES      PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-ERRORES         PIC 9(07) VALUE ZEROS.
           02 WKS-ESQ-CARGADAS          PIC 9(03) VALUE ZEROS.
           02 WKS-ESQ-EXISTENTES        PIC 9(03) VALUE ZEROS.
           02 WKS-ESQ-ERRORES           PIC 9(03) VALUE ZEROS.

       01 WKS-FECHA-HOY                 PIC 9(08) VALUE ZEROS.
       01 WKS-HORA-HOY                  PIC 9(06) VALUE ZEROS.
       01 WKS-NOMBRE-ANTERIOR           PIC X(08) VALUE SPACES.
       01 WKS-NUMERO-LINEA              PIC 9(03) VALUE ZEROS.
       01 WKS-INDICE                    PIC 9(03) VALUE ZEROS.

      *-->ESQUELETOS A SEMBRAR: PROGRAMA DEL JOB + TEXTO DE LA LINEA,
      *   EN EL ORDEN EN QUE VAN EN EL JOB
       01 WKS-ESQUELETOS.
           02 WKS-ESQ-STRUCT.
      *-->VALORES DE INSTALACION
               03 FILLER         PIC X(08) VALUE "SIMBOLOS".
               03 FILLER         PIC X(56) VALUE
           "* VALORES DE INSTALACION: NOMBRE=VALOR                  ".
               03 FILLER         PIC X(08) VALUE "SIMBOLOS".
               03 FILLER         PIC X(56) VALUE
           "PREF=EDUC.CLIENTES.V1.M.P                               ".
               03 FILLER         PIC X(08) VALUE "SIMBOLOS".
               03 FILLER         PIC X(56) VALUE
           "NOTIFY=EJFD                                             ".
      *-->JOB EDID1JB4 (EDID1R01)
               03 FILLER         PIC X(08) VALUE "EDID1R01".
               03 FILLER         PIC X(56) VALUE
           "//EDID1JB4 JOB EDUC,SEMILLERO,NOTIFY=&NOTIFY            ".
               03 FILLER         PIC X(08) VALUE "EDID1R01".
               03 FILLER         PIC X(56) VALUE
           "//JOBLIB   DD DSN=USERLIB.BATCH,DISP=SHR                ".
               03 FILLER         PIC X(08) VALUE "EDID1R01".
               03 FILLER         PIC X(56) VALUE
           "//         DD DSN=RW.V1R6M0.SCXRRUN,DISP=SHR            ".
               03 FILLER         PIC X(08) VALUE "EDID1R01".
               03 FILLER         PIC X(56) VALUE
           "&JOBLIB                                                 ".
               03 FILLER         PIC X(08) VALUE "EDID1R01".
               03 FILLER         PIC X(56) VALUE
           "//EDID1JB4 EXEC PGM=EDID1R01,PARM='&PARM'               ".
               03 FILLER         PIC X(08) VALUE "EDID1R01".
               03 FILLER         PIC X(56) VALUE
           "//SYSOUT   DD SYSOUT=*                                  ".
               03 FILLER         PIC X(08) VALUE "EDID1R01".
               03 FILLER         PIC X(56) VALUE
           "//EDM4CL   DD DSN=&PREF..MAESTRO.KSDSD.EI,              ".
               03 FILLER         PIC X(08) VALUE "EDID1R01".
               03 FILLER         PIC X(56) VALUE
           "// DISP=SHR                                             ".
               03 FILLER         PIC X(08) VALUE "EDID1R01".
               03 FILLER         PIC X(56) VALUE
           "//EDM4CL1  DD DSN=&PREF..MAESTRO.PATHD.EI,              ".
               03 FILLER         PIC X(08) VALUE "EDID1R01".
               03 FILLER         PIC X(56) VALUE
           "// DISP=SHR                                             ".
               03 FILLER         PIC X(08) VALUE "EDID1R01".
               03 FILLER         PIC X(56) VALUE
           "//SYS007   DD SYSOUT=*                                  ".
               03 FILLER         PIC X(08) VALUE "EDID1R01".
               03 FILLER         PIC X(56) VALUE
           "//REPORTE  DD SYSOUT=*                                  ".
      *-->JOB EDID1JB5 (EDID1R02)
               03 FILLER         PIC X(08) VALUE "EDID1R02".
               03 FILLER         PIC X(56) VALUE
           "//EDID1JB5 JOB EDUC,SEMILLERO,NOTIFY=&NOTIFY            ".
               03 FILLER         PIC X(08) VALUE "EDID1R02".
               03 FILLER         PIC X(56) VALUE
           "//JOBLIB   DD DSN=USERLIB.BATCH,DISP=SHR                ".
               03 FILLER         PIC X(08) VALUE "EDID1R02".
               03 FILLER         PIC X(56) VALUE
           "//         DD DSN=RW.V1R6M0.SCXRRUN,DISP=SHR            ".
               03 FILLER         PIC X(08) VALUE "EDID1R02".
               03 FILLER         PIC X(56) VALUE
           "//EDID1JB5 EXEC PGM=EDID1R02                            ".
               03 FILLER         PIC X(08) VALUE "EDID1R02".
               03 FILLER         PIC X(56) VALUE
           "//SYSOUT   DD SYSOUT=*                                  ".
               03 FILLER         PIC X(08) VALUE "EDID1R02".
               03 FILLER         PIC X(56) VALUE
           "//EDM4CL   DD DSN=&PREF..MAESTRO.KSDSD.EI,              ".
               03 FILLER         PIC X(08) VALUE "EDID1R02".
               03 FILLER         PIC X(56) VALUE
           "// DISP=SHR                                             ".
               03 FILLER         PIC X(08) VALUE "EDID1R02".
               03 FILLER         PIC X(56) VALUE
           "//REPORTE  DD SYSOUT=*                                  ".
      *-->JOB EDID1JB6 (EDID1R03)
               03 FILLER         PIC X(08) VALUE "EDID1R03".
               03 FILLER         PIC X(56) VALUE
           "//EDID1JB6 JOB EDUC,SEMILLERO,NOTIFY=&NOTIFY            ".
               03 FILLER         PIC X(08) VALUE "EDID1R03".
               03 FILLER         PIC X(56) VALUE
           "//JOBLIB   DD DSN=USERLIB.BATCH,DISP=SHR                ".
               03 FILLER         PIC X(08) VALUE "EDID1R03".
               03 FILLER         PIC X(56) VALUE
           "//         DD DSN=RW.V1R6M0.SCXRRUN,DISP=SHR            ".
               03 FILLER         PIC X(08) VALUE "EDID1R03".
               03 FILLER         PIC X(56) VALUE
           "//EDID1JB6 EXEC PGM=EDID1R03,PARM='&PARM'               ".
               03 FILLER         PIC X(08) VALUE "EDID1R03".
               03 FILLER         PIC X(56) VALUE
           "//SYSOUT   DD SYSOUT=*                                  ".
               03 FILLER         PIC X(08) VALUE "EDID1R03".
               03 FILLER         PIC X(56) VALUE
           "//EDM4CL   DD DSN=&PREF..MAESTRO.KSDSD.EI,              ".
               03 FILLER         PIC X(08) VALUE "EDID1R03".
               03 FILLER         PIC X(56) VALUE
           "// DISP=SHR                                             ".
               03 FILLER         PIC X(08) VALUE "EDID1R03".
               03 FILLER         PIC X(56) VALUE
           "//EXTRACTO DD DSN=&PREF..RESPALDO.PURGA,                ".
               03 FILLER         PIC X(08) VALUE "EDID1R03".
               03 FILLER         PIC X(56) VALUE
           "// DISP=(NEW,CATLG,DELETE),UNIT=SYSDA,SPACE=(TRK,(5,5)) ".
      *-->JOB EDID1JB7 (EDID1R04)
               03 FILLER         PIC X(08) VALUE "EDID1R04".
               03 FILLER         PIC X(56) VALUE
           "//EDID1JB7 JOB EDUC,SEMILLERO,NOTIFY=&NOTIFY            ".
               03 FILLER         PIC X(08) VALUE "EDID1R04".
               03 FILLER         PIC X(56) VALUE
           "//JOBLIB   DD DSN=USERLIB.BATCH,DISP=SHR                ".
               03 FILLER         PIC X(08) VALUE "EDID1R04".
               03 FILLER         PIC X(56) VALUE
           "//         DD DSN=RW.V1R6M0.SCXRRUN,DISP=SHR            ".
               03 FILLER         PIC X(08) VALUE "EDID1R04".
               03 FILLER         PIC X(56) VALUE
           "//EDID1JB7 EXEC PGM=EDID1R04,PARM='&PARM'               ".
               03 FILLER         PIC X(08) VALUE "EDID1R04".
               03 FILLER         PIC X(56) VALUE
           "//SYSOUT   DD SYSOUT=*                                  ".
               03 FILLER         PIC X(08) VALUE "EDID1R04".
               03 FILLER         PIC X(56) VALUE
           "//EDM4CL   DD DSN=&PREF..MAESTRO.KSDSD.EI,              ".
               03 FILLER         PIC X(08) VALUE "EDID1R04".
               03 FILLER         PIC X(56) VALUE
           "// DISP=SHR                                             ".
               03 FILLER         PIC X(08) VALUE "EDID1R04".
               03 FILLER         PIC X(56) VALUE
           "//REPORTE  DD SYSOUT=*                                  ".
      *-->JOB EDID1JB8 (EDID1R05)
               03 FILLER         PIC X(08) VALUE "EDID1R05".
               03 FILLER         PIC X(56) VALUE
           "//EDID1JB8 JOB EDUC,SEMILLERO,NOTIFY=&NOTIFY            ".
               03 FILLER         PIC X(08) VALUE "EDID1R05".
               03 FILLER         PIC X(56) VALUE
           "//JOBLIB   DD DSN=USERLIB.BATCH,DISP=SHR                ".
               03 FILLER         PIC X(08) VALUE "EDID1R05".
               03 FILLER         PIC X(56) VALUE
           "//         DD DSN=RW.V1R6M0.SCXRRUN,DISP=SHR            ".
               03 FILLER         PIC X(08) VALUE "EDID1R05".
               03 FILLER         PIC X(56) VALUE
           "//EDID1JB8 EXEC PGM=EDID1R05                            ".
               03 FILLER         PIC X(08) VALUE "EDID1R05".
               03 FILLER         PIC X(56) VALUE
           "//SYSOUT   DD SYSOUT=*                                  ".
               03 FILLER         PIC X(08) VALUE "EDID1R05".
               03 FILLER         PIC X(56) VALUE
           "//EDM4CL   DD DSN=&PREF..MAESTRO.KSDSD.EI,              ".
               03 FILLER         PIC X(08) VALUE "EDID1R05".
               03 FILLER         PIC X(56) VALUE
           "// DISP=SHR                                             ".
               03 FILLER         PIC X(08) VALUE "EDID1R05".
               03 FILLER         PIC X(56) VALUE
           "//EDP4CL   DD DSN=&PREF..MAESTRO.PATHD.EI,              ".
               03 FILLER         PIC X(08) VALUE "EDID1R05".
               03 FILLER         PIC X(56) VALUE
           "// DISP=SHR                                             ".
               03 FILLER         PIC X(08) VALUE "EDID1R05".
               03 FILLER         PIC X(56) VALUE
           "//REPORTE  DD SYSOUT=*                                  ".
      *-->JOB EDID1JB9 (EDID1R06)
               03 FILLER         PIC X(08) VALUE "EDID1R06".
               03 FILLER         PIC X(56) VALUE
           "//EDID1JB9 JOB EDUC,SEMILLERO,NOTIFY=&NOTIFY            ".
               03 FILLER         PIC X(08) VALUE "EDID1R06".
               03 FILLER         PIC X(56) VALUE
           "//JOBLIB   DD DSN=USERLIB.BATCH,DISP=SHR                ".
               03 FILLER         PIC X(08) VALUE "EDID1R06".
               03 FILLER         PIC X(56) VALUE
           "//         DD DSN=RW.V1R6M0.SCXRRUN,DISP=SHR            ".
               03 FILLER         PIC X(08) VALUE "EDID1R06".
               03 FILLER         PIC X(56) VALUE
           "//EDID1JB9 EXEC PGM=EDID1R06,PARM='&PARM'               ".
               03 FILLER         PIC X(08) VALUE "EDID1R06".
               03 FILLER         PIC X(56) VALUE
           "//SYSOUT   DD SYSOUT=*                                  ".
               03 FILLER         PIC X(08) VALUE "EDID1R06".
               03 FILLER         PIC X(56) VALUE
           "//EDM4CL   DD DSN=&PREF..MAESTRO.KSDSD.EI,              ".
               03 FILLER         PIC X(08) VALUE "EDID1R06".
               03 FILLER         PIC X(56) VALUE
           "// DISP=SHR                                             ".
               03 FILLER         PIC X(08) VALUE "EDID1R06".
               03 FILLER         PIC X(56) VALUE
           "//EDM4AUL  DD DSN=&PREF..BITACOR.KSDSD.EI,              ".
               03 FILLER         PIC X(08) VALUE "EDID1R06".
               03 FILLER         PIC X(56) VALUE
           "// DISP=SHR                                             ".
               03 FILLER         PIC X(08) VALUE "EDID1R06".
               03 FILLER         PIC X(56) VALUE
           "//EDF4AUL  DD DSN=&PREF..BITACOR.PATHF.EI,              ".
               03 FILLER         PIC X(08) VALUE "EDID1R06".
               03 FILLER         PIC X(56) VALUE
           "// DISP=SHR                                             ".
               03 FILLER         PIC X(08) VALUE "EDID1R06".
               03 FILLER         PIC X(56) VALUE
           "//REPORTE  DD SYSOUT=*                                  ".
      *-->JOB EDID1JB10 (EDID1R07)
               03 FILLER         PIC X(08) VALUE "EDID1R07".
               03 FILLER         PIC X(56) VALUE
           "//EDID1JB10 JOB EDUC,SEMILLERO,NOTIFY=&NOTIFY           ".
               03 FILLER         PIC X(08) VALUE "EDID1R07".
               03 FILLER         PIC X(56) VALUE
           "//JOBLIB   DD DSN=USERLIB.BATCH,DISP=SHR                ".
               03 FILLER         PIC X(08) VALUE "EDID1R07".
               03 FILLER         PIC X(56) VALUE
           "//         DD DSN=RW.V1R6M0.SCXRRUN,DISP=SHR            ".
               03 FILLER         PIC X(08) VALUE "EDID1R07".
               03 FILLER         PIC X(56) VALUE
           "//EDID1JB10 EXEC PGM=EDID1R07,PARM='&PARM'              ".
               03 FILLER         PIC X(08) VALUE "EDID1R07".
               03 FILLER         PIC X(56) VALUE
           "//SYSOUT   DD SYSOUT=*                                  ".
               03 FILLER         PIC X(08) VALUE "EDID1R07".
               03 FILLER         PIC X(56) VALUE
           "//EDM4CL   DD DSN=&PREF..MAESTRO.KSDSD.EI,              ".
               03 FILLER         PIC X(08) VALUE "EDID1R07".
               03 FILLER         PIC X(56) VALUE
           "// DISP=SHR                                             ".
               03 FILLER         PIC X(08) VALUE "EDID1R07".
               03 FILLER         PIC X(56) VALUE
           "//REPORTE  DD SYSOUT=*                                  ".
      *-->JOB EDID1JB11 (EDID1R08)
               03 FILLER         PIC X(08) VALUE "EDID1R08".
               03 FILLER         PIC X(56) VALUE
           "//EDID1JB11 JOB EDUC,SEMILLERO,NOTIFY=&NOTIFY           ".
               03 FILLER         PIC X(08) VALUE "EDID1R08".
               03 FILLER         PIC X(56) VALUE
           "//JOBLIB   DD DSN=USERLIB.BATCH,DISP=SHR                ".
               03 FILLER         PIC X(08) VALUE "EDID1R08".
               03 FILLER         PIC X(56) VALUE
           "//         DD DSN=RW.V1R6M0.SCXRRUN,DISP=SHR            ".
               03 FILLER         PIC X(08) VALUE "EDID1R08".
               03 FILLER         PIC X(56) VALUE
           "//EDID1JB11 EXEC PGM=EDID1R08,PARM='N00000000'          ".
               03 FILLER         PIC X(08) VALUE "EDID1R08".
               03 FILLER         PIC X(56) VALUE
           "//SYSOUT   DD SYSOUT=*                                  ".
               03 FILLER         PIC X(08) VALUE "EDID1R08".
               03 FILLER         PIC X(56) VALUE
           "//CARGACL  DD DSN=&PREF..CARGA.SECUENCIAL,              ".
               03 FILLER         PIC X(08) VALUE "EDID1R08".
               03 FILLER         PIC X(56) VALUE
           "// DISP=SHR                                             ".
               03 FILLER         PIC X(08) VALUE "EDID1R08".
               03 FILLER         PIC X(56) VALUE
           "//EDM4CL   DD DSN=&PREF..MAESTRO.KSDSD.EI,              ".
               03 FILLER         PIC X(08) VALUE "EDID1R08".
               03 FILLER         PIC X(56) VALUE
           "// DISP=SHR                                             ".
               03 FILLER         PIC X(08) VALUE "EDID1R08".
               03 FILLER         PIC X(56) VALUE
           "//RECHAZOS DD SYSOUT=*                                  ".
      *-->JOB EDID1JB12 (EDID1R09)
               03 FILLER         PIC X(08) VALUE "EDID1R09".
               03 FILLER         PIC X(56) VALUE
           "//EDID1JB12 JOB EDUC,SEMILLERO,NOTIFY=&NOTIFY           ".
               03 FILLER         PIC X(08) VALUE "EDID1R09".
               03 FILLER         PIC X(56) VALUE
           "//JOBLIB   DD DSN=USERLIB.BATCH,DISP=SHR                ".
               03 FILLER         PIC X(08) VALUE "EDID1R09".
               03 FILLER         PIC X(56) VALUE
           "//         DD DSN=RW.V1R6M0.SCXRRUN,DISP=SHR            ".
               03 FILLER         PIC X(08) VALUE "EDID1R09".
               03 FILLER         PIC X(56) VALUE
           "//EDID1JB12 EXEC PGM=EDID1R09                           ".
               03 FILLER         PIC X(08) VALUE "EDID1R09".
               03 FILLER         PIC X(56) VALUE
           "//SYSOUT   DD SYSOUT=*                                  ".
               03 FILLER         PIC X(08) VALUE "EDID1R09".
               03 FILLER         PIC X(56) VALUE
           "//EDM4CL   DD DSN=&PREF..MAESTRO.KSDSD.EI,              ".
               03 FILLER         PIC X(08) VALUE "EDID1R09".
               03 FILLER         PIC X(56) VALUE
           "// DISP=SHR                                             ".
               03 FILLER         PIC X(08) VALUE "EDID1R09".
               03 FILLER         PIC X(56) VALUE
           "//EDP4CL   DD DSN=&PREF..MAESTRO.PATHD.EI,              ".
               03 FILLER         PIC X(08) VALUE "EDID1R09".
               03 FILLER         PIC X(56) VALUE
           "// DISP=SHR                                             ".
               03 FILLER         PIC X(08) VALUE "EDID1R09".
               03 FILLER         PIC X(56) VALUE
           "//EDT4CL   DD DSN=&PREF..MAESTRO.PATHT.EI,              ".
               03 FILLER         PIC X(08) VALUE "EDID1R09".
               03 FILLER         PIC X(56) VALUE
           "// DISP=SHR                                             ".
               03 FILLER         PIC X(08) VALUE "EDID1R09".
               03 FILLER         PIC X(56) VALUE
           "//REPORTE  DD SYSOUT=*                                  ".
      *-->JOB EDID1JB13 (EDID1R10)
               03 FILLER         PIC X(08) VALUE "EDID1R10".
               03 FILLER         PIC X(56) VALUE
           "//EDID1JB13 JOB EDUC,SEMILLERO,NOTIFY=&NOTIFY           ".
               03 FILLER         PIC X(08) VALUE "EDID1R10".
               03 FILLER         PIC X(56) VALUE
           "//JOBLIB   DD DSN=USERLIB.BATCH,DISP=SHR                ".
               03 FILLER         PIC X(08) VALUE "EDID1R10".
               03 FILLER         PIC X(56) VALUE
           "//         DD DSN=RW.V1R6M0.SCXRRUN,DISP=SHR            ".
               03 FILLER         PIC X(08) VALUE "EDID1R10".
               03 FILLER         PIC X(56) VALUE
           "//EDID1JB13 EXEC PGM=EDID1R10,PARM='&PARM'              ".
               03 FILLER         PIC X(08) VALUE "EDID1R10".
               03 FILLER         PIC X(56) VALUE
           "//SYSOUT   DD SYSOUT=*                                  ".
               03 FILLER         PIC X(08) VALUE "EDID1R10".
               03 FILLER         PIC X(56) VALUE
           "//EDM4AUL  DD DSN=&PREF..BITACOR.KSDSD.EI,              ".
               03 FILLER         PIC X(08) VALUE "EDID1R10".
               03 FILLER         PIC X(56) VALUE
           "// DISP=SHR                                             ".
               03 FILLER         PIC X(08) VALUE "EDID1R10".
               03 FILLER         PIC X(56) VALUE
           "//REPORTE  DD SYSOUT=*                                  ".
      *-->CADENA DE CIERRE DE DIA
               03 FILLER         PIC X(08) VALUE "EDID1EOD".
               03 FILLER         PIC X(56) VALUE
           "//EDID1EOD JOB EDUC,SEMILLERO,NOTIFY=&NOTIFY            ".
               03 FILLER         PIC X(08) VALUE "EDID1EOD".
               03 FILLER         PIC X(56) VALUE
           "//JOBLIB   DD DSN=USERLIB.BATCH,DISP=SHR                ".
               03 FILLER         PIC X(08) VALUE "EDID1EOD".
               03 FILLER         PIC X(56) VALUE
           "//         DD DSN=RW.V1R6M0.SCXRRUN,DISP=SHR            ".
               03 FILLER         PIC X(08) VALUE "EDID1EOD".
               03 FILLER         PIC X(56) VALUE
           "//PASO005  EXEC PGM=EDID1R70,PARM='ON'                  ".
               03 FILLER         PIC X(08) VALUE "EDID1EOD".
               03 FILLER         PIC X(56) VALUE
           "//PASO010  EXEC PGM=IDCAMS,COND=(0,NE)                  ".
               03 FILLER         PIC X(08) VALUE "EDID1EOD".
               03 FILLER         PIC X(56) VALUE
           "//SYSPRINT DD SYSOUT=*                                  ".
               03 FILLER         PIC X(08) VALUE "EDID1EOD".
               03 FILLER         PIC X(56) VALUE
           "//ENTRADA  DD DSN=&PREF..MAESTRO.KSDSD.EI,              ".
               03 FILLER         PIC X(08) VALUE "EDID1EOD".
               03 FILLER         PIC X(56) VALUE
           "// DISP=SHR                                             ".
               03 FILLER         PIC X(08) VALUE "EDID1EOD".
               03 FILLER         PIC X(56) VALUE
           "//SALIDA   DD DSN=&PREF..RESPALDO.EOD(+1),              ".
               03 FILLER         PIC X(08) VALUE "EDID1EOD".
               03 FILLER         PIC X(56) VALUE
           "// DISP=(NEW,CATLG,DELETE),UNIT=SYSDA,SPACE=(CYL,(5,5)) ".
               03 FILLER         PIC X(08) VALUE "EDID1EOD".
               03 FILLER         PIC X(56) VALUE
           "//SYSIN    DD *                                         ".
               03 FILLER         PIC X(08) VALUE "EDID1EOD".
               03 FILLER         PIC X(56) VALUE
           "  REPRO INFILE(ENTRADA) OUTFILE(SALIDA)                 ".
               03 FILLER         PIC X(08) VALUE "EDID1EOD".
               03 FILLER         PIC X(56) VALUE
           "/*                                                      ".
               03 FILLER         PIC X(08) VALUE "EDID1EOD".
               03 FILLER         PIC X(56) VALUE
           "//PASO015  EXEC PGM=EDID1R72,COND=(0,NE)                ".
               03 FILLER         PIC X(08) VALUE "EDID1EOD".
               03 FILLER         PIC X(56) VALUE
           "//PASO020  EXEC PGM=EDID1R09,COND=(0,NE)                ".
               03 FILLER         PIC X(08) VALUE "EDID1EOD".
               03 FILLER         PIC X(56) VALUE
           "//PASO030  EXEC PGM=EDID1R02,COND=(0,NE)                ".
               03 FILLER         PIC X(08) VALUE "EDID1EOD".
               03 FILLER         PIC X(56) VALUE
           "//PASO040  EXEC PGM=EDID1R03,COND=(0,NE),PARM='&FECHA'  ".
               03 FILLER         PIC X(08) VALUE "EDID1EOD".
               03 FILLER         PIC X(56) VALUE
           "//PASO050  EXEC PGM=EDID1R01,COND=(0,NE),PARM='00000000'".
               03 FILLER         PIC X(08) VALUE "EDID1EOD".
               03 FILLER         PIC X(56) VALUE
           "//PASO052  EXEC PGM=EDID1R45,COND=(0,NE)                ".
               03 FILLER         PIC X(08) VALUE "EDID1EOD".
               03 FILLER         PIC X(56) VALUE
           "&FINMES                                                 ".
               03 FILLER         PIC X(08) VALUE "EDID1EOD".
               03 FILLER         PIC X(56) VALUE
           "//PASO058  EXEC PGM=EDID1R51,COND=(0,NE),PARM='&FECHA'  ".
               03 FILLER         PIC X(08) VALUE "EDID1EOD".
               03 FILLER         PIC X(56) VALUE
           "//PASO060  EXEC PGM=EDID1R18                            ".
               03 FILLER         PIC X(08) VALUE "EDID1EOD".
               03 FILLER         PIC X(56) VALUE
           "//PASO062  EXEC PGM=EDID1R48,COND=(0,NE),PARM='00000000'".
               03 FILLER         PIC X(08) VALUE "EDID1EOD".
               03 FILLER         PIC X(56) VALUE
           "//PASO064  EXEC PGM=EDID1R85,COND=(0,NE),PARM='&FECHA'  ".
               03 FILLER         PIC X(08) VALUE "EDID1EOD".
               03 FILLER         PIC X(56) VALUE
           "//PASO066  EXEC PGM=EDID1R88,COND=(0,NE),PARM='&FECHA'  ".
               03 FILLER         PIC X(08) VALUE "EDID1EOD".
               03 FILLER         PIC X(56) VALUE
           "//PASO068  EXEC PGM=EDID1R90,COND=(0,NE)                ".
               03 FILLER         PIC X(08) VALUE "EDID1EOD".
               03 FILLER         PIC X(56) VALUE
           "//PASO069  EXEC PGM=EDID1R91,COND=(0,NE),PARM='&FECHA'  ".
               03 FILLER         PIC X(08) VALUE "EDID1EOD".
               03 FILLER         PIC X(56) VALUE
           "//PASO070  EXEC PGM=EDID1R70,COND=(0,NE),PARM='OFF'     ".
               03 FILLER         PIC X(08) VALUE "EDID1EOD".
               03 FILLER         PIC X(56) VALUE
           "//* LOS DD DE CADA PASO SE RESUELVEN POR PROC EN SITIO  ".
      *-->PASO DE FIN DE MES DE LA CADENA (LINEA &FINMES DE EDID1EOD)
               03 FILLER         PIC X(08) VALUE "EDID1FMS".
               03 FILLER         PIC X(56) VALUE
           "//PASO055  EXEC PGM=EDID1R15,COND=(0,NE)                ".
               03 FILLER         PIC X(08) VALUE "EDID1FMS".
               03 FILLER         PIC X(56) VALUE
           "//SYSOUT   DD SYSOUT=*                                  ".
               03 FILLER         PIC X(08) VALUE "EDID1FMS".
               03 FILLER         PIC X(56) VALUE
           "//EDF4AUL  DD DSN=&PREF..BITACOR.PATHF.EI,              ".
               03 FILLER         PIC X(08) VALUE "EDID1FMS".
               03 FILLER         PIC X(56) VALUE
           "// DISP=SHR                                             ".
               03 FILLER         PIC X(08) VALUE "EDID1FMS".
               03 FILLER         PIC X(56) VALUE
           "//EDM4CL   DD DSN=&PREF..MAESTRO.KSDSD.EI,              ".
               03 FILLER         PIC X(08) VALUE "EDID1FMS".
               03 FILLER         PIC X(56) VALUE
           "// DISP=SHR                                             ".
               03 FILLER         PIC X(08) VALUE "EDID1FMS".
               03 FILLER         PIC X(56) VALUE
           "//REPORTE  DD SYSOUT=*                                  ".
      *-->JOB EDID1JB14 (EDID1R32)
               03 FILLER         PIC X(08) VALUE "EDID1R32".
               03 FILLER         PIC X(56) VALUE
           "//EDID1JB14 JOB EDUC,SEMILLERO,NOTIFY=&NOTIFY           ".
               03 FILLER         PIC X(08) VALUE "EDID1R32".
               03 FILLER         PIC X(56) VALUE
           "//JOBLIB   DD DSN=USERLIB.BATCH,DISP=SHR                ".
               03 FILLER         PIC X(08) VALUE "EDID1R32".
               03 FILLER         PIC X(56) VALUE
           "//         DD DSN=RW.V1R6M0.SCXRRUN,DISP=SHR            ".
               03 FILLER         PIC X(08) VALUE "EDID1R32".
               03 FILLER         PIC X(56) VALUE
           "//EDID1JB14 EXEC PGM=EDID1R32,PARM='&PARM'              ".
               03 FILLER         PIC X(08) VALUE "EDID1R32".
               03 FILLER         PIC X(56) VALUE
           "//SYSOUT   DD SYSOUT=*                                  ".
               03 FILLER         PIC X(08) VALUE "EDID1R32".
               03 FILLER         PIC X(56) VALUE
           "//EDM4DOC  DD DSN=&PREF..DOCUMEN.KSDSD.EI,              ".
               03 FILLER         PIC X(08) VALUE "EDID1R32".
               03 FILLER         PIC X(56) VALUE
           "// DISP=SHR                                             ".
               03 FILLER         PIC X(08) VALUE "EDID1R32".
               03 FILLER         PIC X(56) VALUE
           "//EDM4CL   DD DSN=&PREF..MAESTRO.KSDSD.EI,              ".
               03 FILLER         PIC X(08) VALUE "EDID1R32".
               03 FILLER         PIC X(56) VALUE
           "// DISP=SHR                                             ".
               03 FILLER         PIC X(08) VALUE "EDID1R32".
               03 FILLER         PIC X(56) VALUE
           "//REPORTE  DD SYSOUT=*                                  ".
      *-->JOB EDID1JB15 (EDID1R34)
               03 FILLER         PIC X(08) VALUE "EDID1R34".
               03 FILLER         PIC X(56) VALUE
           "//EDID1JB15 JOB EDUC,SEMILLERO,NOTIFY=&NOTIFY           ".
               03 FILLER         PIC X(08) VALUE "EDID1R34".
               03 FILLER         PIC X(56) VALUE
           "//JOBLIB   DD DSN=USERLIB.BATCH,DISP=SHR                ".
               03 FILLER         PIC X(08) VALUE "EDID1R34".
               03 FILLER         PIC X(56) VALUE
           "//         DD DSN=RW.V1R6M0.SCXRRUN,DISP=SHR            ".
               03 FILLER         PIC X(08) VALUE "EDID1R34".
               03 FILLER         PIC X(56) VALUE
           "//EDID1JB15 EXEC PGM=EDID1R34                           ".
               03 FILLER         PIC X(08) VALUE "EDID1R34".
               03 FILLER         PIC X(56) VALUE
           "//SYSOUT   DD SYSOUT=*                                  ".
               03 FILLER         PIC X(08) VALUE "EDID1R34".
               03 FILLER         PIC X(56) VALUE
           "//EDM4REL  DD DSN=&PREF..VINCULO.KSDSD.EI,              ".
               03 FILLER         PIC X(08) VALUE "EDID1R34".
               03 FILLER         PIC X(56) VALUE
           "// DISP=SHR                                             ".
               03 FILLER         PIC X(08) VALUE "EDID1R34".
               03 FILLER         PIC X(56) VALUE
           "//EDM4CL   DD DSN=&PREF..MAESTRO.KSDSD.EI,              ".
               03 FILLER         PIC X(08) VALUE "EDID1R34".
               03 FILLER         PIC X(56) VALUE
           "// DISP=SHR                                             ".
               03 FILLER         PIC X(08) VALUE "EDID1R34".
               03 FILLER         PIC X(56) VALUE
           "//REPORTE  DD SYSOUT=*                                  ".
      *-->JOB EDID1JB16 (EDID1R48)
               03 FILLER         PIC X(08) VALUE "EDID1R48".
               03 FILLER         PIC X(56) VALUE
           "//EDID1JB16 JOB EDUC,SEMILLERO,NOTIFY=&NOTIFY           ".
               03 FILLER         PIC X(08) VALUE "EDID1R48".
               03 FILLER         PIC X(56) VALUE
           "//JOBLIB   DD DSN=USERLIB.BATCH,DISP=SHR                ".
               03 FILLER         PIC X(08) VALUE "EDID1R48".
               03 FILLER         PIC X(56) VALUE
           "//         DD DSN=RW.V1R6M0.SCXRRUN,DISP=SHR            ".
               03 FILLER         PIC X(08) VALUE "EDID1R48".
               03 FILLER         PIC X(56) VALUE
           "//EDID1JB16 EXEC PGM=EDID1R48,PARM='&PARM'              ".
               03 FILLER         PIC X(08) VALUE "EDID1R48".
               03 FILLER         PIC X(56) VALUE
           "//SYSOUT   DD SYSOUT=*                                  ".
               03 FILLER         PIC X(08) VALUE "EDID1R48".
               03 FILLER         PIC X(56) VALUE
           "//EDM4CL   DD DSN=&PREF..MAESTRO.KSDSD.EI,              ".
               03 FILLER         PIC X(08) VALUE "EDID1R48".
               03 FILLER         PIC X(56) VALUE
           "// DISP=SHR                                             ".
               03 FILLER         PIC X(08) VALUE "EDID1R48".
               03 FILLER         PIC X(56) VALUE
           "//EDM4NOT  DD DSN=&PREF..NOTAS.KSDSD.EI,                ".
               03 FILLER         PIC X(08) VALUE "EDID1R48".
               03 FILLER         PIC X(56) VALUE
           "// DISP=SHR                                             ".
               03 FILLER         PIC X(08) VALUE "EDID1R48".
               03 FILLER         PIC X(56) VALUE
           "//EDM4REL  DD DSN=&PREF..VINCULO.KSDSD.EI,              ".
               03 FILLER         PIC X(08) VALUE "EDID1R48".
               03 FILLER         PIC X(56) VALUE
           "// DISP=SHR                                             ".
               03 FILLER         PIC X(08) VALUE "EDID1R48".
               03 FILLER         PIC X(56) VALUE
           "//EDM4AUL  DD DSN=&PREF..BITACOR.KSDSD.EI,              ".
               03 FILLER         PIC X(08) VALUE "EDID1R48".
               03 FILLER         PIC X(56) VALUE
           "// DISP=SHR                                             ".
               03 FILLER         PIC X(08) VALUE "EDID1R48".
               03 FILLER         PIC X(56) VALUE
           "//EDM4SPL  DD DSN=&PREF..SPOOL.KSDSD.EI,                ".
               03 FILLER         PIC X(08) VALUE "EDID1R48".
               03 FILLER         PIC X(56) VALUE
           "// DISP=SHR                                             ".
               03 FILLER         PIC X(08) VALUE "EDID1R48".
               03 FILLER         PIC X(56) VALUE
           "//EDM4REP  DD DSN=&PREF..REPOSIT.KSDSD.EI,              ".
               03 FILLER         PIC X(08) VALUE "EDID1R48".
               03 FILLER         PIC X(56) VALUE
           "// DISP=SHR                                             ".
               03 FILLER         PIC X(08) VALUE "EDID1R48".
               03 FILLER         PIC X(56) VALUE
           "//REPORTE  DD SYSOUT=*                                  ".
      *-->JOB EDID1JB17 (EDID1R71)
               03 FILLER         PIC X(08) VALUE "EDID1R71".
               03 FILLER         PIC X(56) VALUE
           "//EDID1JB17 JOB EDUC,SEMILLERO,NOTIFY=&NOTIFY           ".
               03 FILLER         PIC X(08) VALUE "EDID1R71".
               03 FILLER         PIC X(56) VALUE
           "//JOBLIB   DD DSN=USERLIB.BATCH,DISP=SHR                ".
               03 FILLER         PIC X(08) VALUE "EDID1R71".
               03 FILLER         PIC X(56) VALUE
           "//         DD DSN=RW.V1R6M0.SCXRRUN,DISP=SHR            ".
               03 FILLER         PIC X(08) VALUE "EDID1R71".
               03 FILLER         PIC X(56) VALUE
           "//* AIX DEFINIDO CON REUSE: BLDINDEX LO VACIA Y CARGA   ".
               03 FILLER         PIC X(08) VALUE "EDID1R71".
               03 FILLER         PIC X(56) VALUE
           "//PASO010  EXEC PGM=IDCAMS                              ".
               03 FILLER         PIC X(08) VALUE "EDID1R71".
               03 FILLER         PIC X(56) VALUE
           "//SYSPRINT DD SYSOUT=*                                  ".
               03 FILLER         PIC X(08) VALUE "EDID1R71".
               03 FILLER         PIC X(56) VALUE
           "//BASE     DD DSN=&PREF..BITACOR.KSDSD.EI,              ".
               03 FILLER         PIC X(08) VALUE "EDID1R71".
               03 FILLER         PIC X(56) VALUE
           "// DISP=OLD                                             ".
               03 FILLER         PIC X(08) VALUE "EDID1R71".
               03 FILLER         PIC X(56) VALUE
           "//INDICE   DD DSN=&PREF..BITACOR.AIXF.EI,               ".
               03 FILLER         PIC X(08) VALUE "EDID1R71".
               03 FILLER         PIC X(56) VALUE
           "// DISP=OLD                                             ".
               03 FILLER         PIC X(08) VALUE "EDID1R71".
               03 FILLER         PIC X(56) VALUE
           "//SYSIN    DD *                                         ".
               03 FILLER         PIC X(08) VALUE "EDID1R71".
               03 FILLER         PIC X(56) VALUE
           "  BLDINDEX INFILE(BASE) OUTFILE(INDICE)                 ".
               03 FILLER         PIC X(08) VALUE "EDID1R71".
               03 FILLER         PIC X(56) VALUE
           "/*                                                      ".
               03 FILLER         PIC X(08) VALUE "EDID1R71".
               03 FILLER         PIC X(56) VALUE
           "//PASO020  EXEC PGM=EDID1R71,COND=(0,NE)                ".
               03 FILLER         PIC X(08) VALUE "EDID1R71".
               03 FILLER         PIC X(56) VALUE
           "//SYSOUT   DD SYSOUT=*                                  ".
               03 FILLER         PIC X(08) VALUE "EDID1R71".
               03 FILLER         PIC X(56) VALUE
           "//EDM4AUL  DD DSN=&PREF..BITACOR.KSDSD.EI,              ".
               03 FILLER         PIC X(08) VALUE "EDID1R71".
               03 FILLER         PIC X(56) VALUE
           "// DISP=SHR                                             ".
               03 FILLER         PIC X(08) VALUE "EDID1R71".
               03 FILLER         PIC X(56) VALUE
           "//EDF4AUL  DD DSN=&PREF..BITACOR.PATHF.EI,              ".
               03 FILLER         PIC X(08) VALUE "EDID1R71".
               03 FILLER         PIC X(56) VALUE
           "// DISP=SHR                                             ".
               03 FILLER         PIC X(08) VALUE "EDID1R71".
               03 FILLER         PIC X(56) VALUE
           "//EDM4REP  DD DSN=&PREF..REPOSIT.KSDSD.EI,              ".
               03 FILLER         PIC X(08) VALUE "EDID1R71".
               03 FILLER         PIC X(56) VALUE
           "// DISP=SHR                                             ".
               03 FILLER         PIC X(08) VALUE "EDID1R71".
               03 FILLER         PIC X(56) VALUE
           "//REPORTE  DD SYSOUT=*                                  ".
      *-->JOB EDID1JB18 (EDID1R93)
               03 FILLER         PIC X(08) VALUE "EDID1R93".
               03 FILLER         PIC X(56) VALUE
           "//EDID1JB18 JOB EDUC,SEMILLERO,NOTIFY=&NOTIFY           ".
               03 FILLER         PIC X(08) VALUE "EDID1R93".
               03 FILLER         PIC X(56) VALUE
           "//JOBLIB   DD DSN=USERLIB.BATCH,DISP=SHR                ".
               03 FILLER         PIC X(08) VALUE "EDID1R93".
               03 FILLER         PIC X(56) VALUE
           "//         DD DSN=RW.V1R6M0.SCXRRUN,DISP=SHR            ".
               03 FILLER         PIC X(08) VALUE "EDID1R93".
               03 FILLER         PIC X(56) VALUE
           "//* EL EXTRACTO ANTERIOR DEL SOLICITANTE SE BORRA       ".
               03 FILLER         PIC X(08) VALUE "EDID1R93".
               03 FILLER         PIC X(56) VALUE
           "//PASO010  EXEC PGM=IEFBR14                             ".
               03 FILLER         PIC X(08) VALUE "EDID1R93".
               03 FILLER         PIC X(56) VALUE
           "//BORRA    DD DSN=&PREF..EXTRACTO.&OPER,                ".
               03 FILLER         PIC X(08) VALUE "EDID1R93".
               03 FILLER         PIC X(56) VALUE
           "// DISP=(MOD,DELETE),UNIT=SYSDA,SPACE=(TRK,0)           ".
               03 FILLER         PIC X(08) VALUE "EDID1R93".
               03 FILLER         PIC X(56) VALUE
           "//PASO020  EXEC PGM=EDID1R93,COND=(0,NE),PARM='&PARM'   ".
               03 FILLER         PIC X(08) VALUE "EDID1R93".
               03 FILLER         PIC X(56) VALUE
           "//SYSOUT   DD SYSOUT=*                                  ".
               03 FILLER         PIC X(08) VALUE "EDID1R93".
               03 FILLER         PIC X(56) VALUE
           "//EDM4SKL  DD DSN=&PREF..ESQUELE.KSDSD.EI,              ".
               03 FILLER         PIC X(08) VALUE "EDID1R93".
               03 FILLER         PIC X(56) VALUE
           "// DISP=SHR                                             ".
               03 FILLER         PIC X(08) VALUE "EDID1R93".
               03 FILLER         PIC X(56) VALUE
           "//EDM4CL   DD DSN=&PREF..MAESTRO.KSDSD.EI,              ".
               03 FILLER         PIC X(08) VALUE "EDID1R93".
               03 FILLER         PIC X(56) VALUE
           "// DISP=SHR                                             ".
               03 FILLER         PIC X(08) VALUE "EDID1R93".
               03 FILLER         PIC X(56) VALUE
           "//EDM4CON  DD DSN=&PREF..CONSENT.KSDSD.EI,              ".
               03 FILLER         PIC X(08) VALUE "EDID1R93".
               03 FILLER         PIC X(56) VALUE
           "// DISP=SHR                                             ".
               03 FILLER         PIC X(08) VALUE "EDID1R93".
               03 FILLER         PIC X(56) VALUE
           "//EDM4PDT  DD DSN=&PREF..PRODUCT.KSDSD.EI,              ".
               03 FILLER         PIC X(08) VALUE "EDID1R93".
               03 FILLER         PIC X(56) VALUE
           "// DISP=SHR                                             ".
               03 FILLER         PIC X(08) VALUE "EDID1R93".
               03 FILLER         PIC X(56) VALUE
           "//EDM4DOC  DD DSN=&PREF..DOCUMEN.KSDSD.EI,              ".
               03 FILLER         PIC X(08) VALUE "EDID1R93".
               03 FILLER         PIC X(56) VALUE
           "// DISP=SHR                                             ".
               03 FILLER         PIC X(08) VALUE "EDID1R93".
               03 FILLER         PIC X(56) VALUE
           "//EDM4PRF  DD DSN=&PREF..PERFIL.KSDSD.EI,               ".
               03 FILLER         PIC X(08) VALUE "EDID1R93".
               03 FILLER         PIC X(56) VALUE
           "// DISP=SHR                                             ".
               03 FILLER         PIC X(08) VALUE "EDID1R93".
               03 FILLER         PIC X(56) VALUE
           "//EXTRACTO DD DSN=&PREF..EXTRACTO.&OPER,                ".
               03 FILLER         PIC X(08) VALUE "EDID1R93".
               03 FILLER         PIC X(56) VALUE
           "// DISP=(NEW,CATLG,DELETE),UNIT=SYSDA,                  ".
               03 FILLER         PIC X(08) VALUE "EDID1R93".
               03 FILLER         PIC X(56) VALUE
           "// SPACE=(TRK,(5,5)),DCB=(RECFM=VB,LRECL=1504)          ".
               03 FILLER         PIC X(08) VALUE "EDID1R93".
               03 FILLER         PIC X(56) VALUE
           "//REPORTE  DD SYSOUT=*                                  ".
      *-->JUEGO DE PARAMETROS DE MUESTRA PARA EDID1R93
               03 FILLER         PIC X(08) VALUE "$EJEMPLO".
               03 FILLER         PIC X(56) VALUE
           "* JUEGO DE MUESTRA DE LA EXTRACCION AD HOC (EDID1R93)   ".
               03 FILLER         PIC X(08) VALUE "$EJEMPLO".
               03 FILLER         PIC X(56) VALUE
           "* TITULO TEXTO / SEPARADOR X / FILTRO CAMPO OPER VALOR  ".
               03 FILLER         PIC X(08) VALUE "$EJEMPLO".
               03 FILLER         PIC X(56) VALUE
           "* CAMPO NOMBRES DE CAMPO EN EL ORDEN DE SALIDA          ".
               03 FILLER         PIC X(08) VALUE "$EJEMPLO".
               03 FILLER         PIC X(56) VALUE
           "TITULO CLIENTES CON PRODUCTOS DE LA SUCURSAL 001        ".
               03 FILLER         PIC X(08) VALUE "$EJEMPLO".
               03 FILLER         PIC X(56) VALUE
           "SEPARADOR ;                                             ".
               03 FILLER         PIC X(08) VALUE "$EJEMPLO".
               03 FILLER         PIC X(56) VALUE
           "FILTRO SUCURSAL = 001                                   ".
               03 FILLER         PIC X(08) VALUE "$EJEMPLO".
               03 FILLER         PIC X(56) VALUE
           "FILTRO PRODUCTOS > 0                                    ".
               03 FILLER         PIC X(08) VALUE "$EJEMPLO".
               03 FILLER         PIC X(56) VALUE
           "CAMPO CODIGO NOMBRE FECHA-NAC TELEFONO CIUDAD           ".
               03 FILLER         PIC X(08) VALUE "$EJEMPLO".
               03 FILLER         PIC X(56) VALUE
           "CAMPO PRODUCTOS TIPOS-PROD CON-TELEFONO                 ".
           02 WKS-ESQ-TABLE REDEFINES WKS-ESQ-STRUCT OCCURS 230.
               03 WKS-ESQ-NOMBRE        PIC X(08).
               03 WKS-ESQ-TEXTO         PIC X(56).
           02 WKS-ESQ-NO-LINEAS         PIC 9(03) VALUE 230.

       01 WKS-HEADER-LINE-1             PIC X(80) VALUE
           "CARGA DE ESQUELETOS JCL EN EDM4SKL - EDID1R73".
       01 WKS-HEADER-LINE-2             PIC X(80) VALUE
           "ESQUELETO  CARGADAS  EXISTENTES  ERRORES".

       01 WKS-DETALLE-LINE.
           02 WKS-DET-NOMBRE            PIC X(08).
           02 FILLER                    PIC X(05) VALUE SPACES.
           02 WKS-DET-CARGADAS          PIC ZZ9.
           02 FILLER                    PIC X(09) VALUE SPACES.
           02 WKS-DET-EXISTENTES        PIC ZZ9.
           02 FILLER                    PIC X(06) VALUE SPACES.
           02 WKS-DET-ERRORES           PIC ZZ9.
           02 FILLER                    PIC X(43) VALUE SPACES.

       01 WKS-TOTAL-LINE-1.
           02 FILLER                    PIC X(20) VALUE
               "TOTAL LINEAS: ".
           02 WKS-TOT-LEIDOS            PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-2.
           02 FILLER                    PIC X(20) VALUE
               "TOTAL CARGADAS: ".
           02 WKS-TOT-CARGADOS          PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-3.
           02 FILLER                    PIC X(20) VALUE
               "TOTAL EXISTENTES: ".
           02 WKS-TOT-EXISTENTES        PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-4.
           02 FILLER                    PIC X(20) VALUE
               "TOTAL ERRORES: ".
           02 WKS-TOT-ERRORES           PIC ZZZ,ZZ9.
       01 WKS-BLANK-LINE                PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-FECHA-HOY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WKS-HORA-HOY
           PERFORM 920-JOBLOG-INICIO
           PERFORM 100-INICIO
           MOVE 1 TO WKS-INDICE
           PERFORM UNTIL WKS-INDICE > WKS-ESQ-NO-LINEAS
               PERFORM 200-CARGA-LINEA
               ADD 1 TO WKS-INDICE
           END-PERFORM
           PERFORM 210-DETALLE-ESQUELETO
           PERFORM 900-FINAL
           PERFORM 930-JOBLOG-FIN
           STOP RUN.

      *--> LA BIBLIOTECA RECIEN DEFINIDA (VACIA) SE ABRE PRIMERO EN
      *    SALIDA PARA QUE ADMITA EL I-O
       100-INICIO.
           OPEN I-O EDM4SKL
           IF NOT WKS-EDM4SKL-OK
               OPEN OUTPUT EDM4SKL
               CLOSE EDM4SKL
               OPEN I-O EDM4SKL
           END-IF
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-1
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-2.

      *--> AL CAMBIAR DE ESQUELETO SE REPORTA EL ANTERIOR Y SE
      *    REINICIA LA NUMERACION; LA LINEA QUE YA EXISTE NO SE TOCA
       200-CARGA-LINEA.
           IF WKS-ESQ-NOMBRE(WKS-INDICE) NOT = WKS-NOMBRE-ANTERIOR
               PERFORM 210-DETALLE-ESQUELETO
               MOVE WKS-ESQ-NOMBRE(WKS-INDICE) TO WKS-NOMBRE-ANTERIOR
               MOVE ZEROS TO WKS-NUMERO-LINEA
           END-IF
           ADD 1 TO WKS-TOTAL-LEIDOS
           ADD 10 TO WKS-NUMERO-LINEA
           INITIALIZE REG-EDMSKL
           MOVE WKS-ESQ-NOMBRE(WKS-INDICE) TO EDSK-NOMBRE
           MOVE WKS-NUMERO-LINEA           TO EDSK-LINEA
           MOVE WKS-ESQ-TEXTO(WKS-INDICE)  TO EDSK-TEXTO
           MOVE "EDID1R73"                 TO EDSK-OPERADOR
           MOVE WKS-FECHA-HOY              TO EDSK-FECHA
           MOVE WKS-HORA-HOY               TO EDSK-HORA
           MOVE SPACES                     TO EDSK-FILLER
           WRITE REG-EDMSKL
           EVALUATE TRUE
               WHEN WKS-EDM4SKL-OK
                   ADD 1 TO WKS-TOTAL-CARGADOS
                   ADD 1 TO WKS-ESQ-CARGADAS
               WHEN WKS-EDM4SKL-DUPKEY
                   ADD 1 TO WKS-TOTAL-EXISTENTES
                   ADD 1 TO WKS-ESQ-EXISTENTES
               WHEN OTHER
                   ADD 1 TO WKS-TOTAL-ERRORES
                   ADD 1 TO WKS-ESQ-ERRORES
                   DISPLAY "EDID1R73 - ERROR " WKS-EDM4SKL-STATUS
                           " AL GRABAR " EDSK-LLAVE
           END-EVALUATE.

      *--> UNA LINEA DEL REPORTE POR ESQUELETO
       210-DETALLE-ESQUELETO.
           IF WKS-NOMBRE-ANTERIOR NOT = SPACES
               MOVE WKS-NOMBRE-ANTERIOR TO WKS-DET-NOMBRE
               MOVE WKS-ESQ-CARGADAS    TO WKS-DET-CARGADAS
               MOVE WKS-ESQ-EXISTENTES  TO WKS-DET-EXISTENTES
               MOVE WKS-ESQ-ERRORES     TO WKS-DET-ERRORES
               WRITE REG-REPORTE FROM WKS-DETALLE-LINE
           END-IF
           MOVE ZEROS TO WKS-ESQ-CARGADAS
           MOVE ZEROS TO WKS-ESQ-EXISTENTES
           MOVE ZEROS TO WKS-ESQ-ERRORES.

       900-FINAL.
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           MOVE WKS-TOTAL-LEIDOS     TO WKS-TOT-LEIDOS
           MOVE WKS-TOTAL-CARGADOS   TO WKS-TOT-CARGADOS
           MOVE WKS-TOTAL-EXISTENTES TO WKS-TOT-EXISTENTES
           MOVE WKS-TOTAL-ERRORES    TO WKS-TOT-ERRORES
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-1
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-2
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-3
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-4
           CLOSE EDM4SKL
           CLOSE REPORTE
           IF WKS-TOTAL-ERRORES > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "EDID1R73 - LINEAS     : " WKS-TOTAL-LEIDOS
           DISPLAY "EDID1R73 - CARGADAS   : " WKS-TOTAL-CARGADOS
           DISPLAY "EDID1R73 - EXISTENTES : " WKS-TOTAL-EXISTENTES
           DISPLAY "EDID1R73 - ERRORES    : " WKS-TOTAL-ERRORES.

      *--> ESTAMPA EL INICIO DE LA CORRIDA EN LA BITACORA DE JOBS
       920-JOBLOG-INICIO.
           OPEN I-O EDM4JLG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-JLG-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WKS-JLG-HORA
           INITIALIZE REG-EDMJLG
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R73" TO EDJL-PROGRAMA
           MOVE "I" TO EDJL-ESTADO
           MOVE "EDID1R73" TO EDJL-OPERADOR
           MOVE SPACES TO EDJL-PARM
           WRITE REG-EDMJLG.

      *--> ESTAMPA EL FIN DE LA CORRIDA CON SUS CONTEOS
       930-JOBLOG-FIN.
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R73" TO EDJL-PROGRAMA
           READ EDM4JLG
           IF WKS-EDM4JLG-OK
               MOVE "T" TO EDJL-ESTADO
               MOVE WKS-TOTAL-LEIDOS   TO EDJL-LEIDOS
               MOVE WKS-TOTAL-CARGADOS TO EDJL-ESCRITOS
               MOVE RETURN-CODE TO EDJL-RETORNO
               MOVE FUNCTION CURRENT-DATE(1:8) TO EDJL-FECHA-FIN
               MOVE FUNCTION CURRENT-DATE(9:6) TO EDJL-HORA-FIN
               REWRITE REG-EDMJLG
           END-IF
           CLOSE EDM4JLG.
