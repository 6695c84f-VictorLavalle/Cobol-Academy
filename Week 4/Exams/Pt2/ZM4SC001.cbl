      *              - DATOS FISCALES CFDI (ARCH-NO-FACTURA)           *
      *              - EXCEPCIONES PERJUR/ACLICTA (ARCH-EXCEPCIONES)   *
      *              - RFC/CURP INVALIDOS DEL CRUCE SAT (REPORTE5)     *
      *              - DOMICILIOS INCONSISTENTES CONTRA SEPOMEX        *
      *                (REPORTEA DEL CRUCE SAT)                        *
      *            Y CALIFICAR CADA SUCURSAL CONTRA SU VOLUMEN DE      *
      *            DONATIVOS (TOMADO DEL RANKING DE PROMOTORES),       *
      *            IMPRIMIENDO EL SCORECARD ORDENADO DEL PEOR AL       *
      * ----------- --------- -------- --------------------------------*
      * SDAT-40166I  XLR0921  26ENE25 VERSION INICIAL.                 *
      * SDAT-40166F  XLR0921                                           *
      * SDAT-40182I  XLR0921  18MAY25 NUEVA FUENTE DE RECHAZOS: LOS    *
      * SDAT-40182F  XLR0921          DOMICILIOS INCONSISTENTES CONTRA *
      *                                SEPOMEX DEL CRUCE SAT (REPORTEA)*
      *                                EN SU PROPIA COLUMNA.           *
      *----------------------------------------------------------------*
      /
       ENVIRONMENT DIVISION.
      *
      *    PERSONAS CON RFC/CURP INVALIDOS DE ZM3CB001 (90 BYTES)
           SELECT ARCH-REP5          ASSIGN TO REPORTE5.
      * SDAT-40182I
      *
      *    DOMICILIOS INCONSISTENTES CONTRA SEPOMEX DE ZM3CB001
      *    (200 BYTES)
           SELECT ARCH-REPA          ASSIGN TO REPORTEA.
      * SDAT-40182F
      *
      *    RANKING DE PROMOTORES DE ZM4DJ097 (IMPRESO; DE SUS
      *    RENGLONES DE DETALLE SE TOMA EL VOLUMEN POR SUCURSAL)
           05 REP5-SUCURSAL              PIC X(03).
           05 FILLER                     PIC X(07).
      *
      * SDAT-40182I
      ******************************************************************
      *  DOMICILIOS INCONSISTENTES CONTRA SEPOMEX (LAYOUT DE ZM3CB001) *
      ******************************************************************
       FD  ARCH-REPA
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-REPA
           RECORD CONTAINS 200 CHARACTERS.
       01  REG-REPA.
           05 REPA-CONTRATO              PIC X(30).
           05 REPA-SECUENCI              PIC X(10).
           05 REPA-RFC                   PIC X(13).
           05 REPA-RAZON-COD             PIC X(02).
           05 REPA-RAZON-DESC            PIC X(30).
           05 REPA-SUCURSAL              PIC X(03).
           05 FILLER                     PIC X(112).
      * SDAT-40182F
      *
      ******************************************************************
      *  RANKING DE PROMOTORES (REPORTE IMPRESO DE ZM4DJ097; SE       *
      *  RECONOCEN LOS RENGLONES DE DETALLE POR EL PROMOTOR NUMERICO   *
             10 SUC-NOFACT           PIC 9(09).
             10 SUC-EXCEP            PIC 9(09).
             10 SUC-REP5             PIC 9(09).
      * SDAT-40182I
             10 SUC-SEPOMEX          PIC 9(09).
      * SDAT-40182F
             10 SUC-FALLAS           PIC 9(09).
             10 SUC-VOLUMEN          PIC 9(09).
             10 SUC-FALLAS-PREV      PIC 9(09).
             10 SUC-TIENE-PREV       PIC X(01).
      * SDAT-40182I
       01 WS-SUC-TEMP                PIC X(67).
      * SDAT-40182F
       01 WS-SUC-BUSCADA             PIC X(03)       VALUE SPACES.
       01 WS-SUC-HALLADA             PIC X(01)      VALUE 'N'.
          88 WS-SUC-HALLADA-SI                      VALUE 'S'.
       01 WS-TOT-NOFACT              PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-EXCEP               PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-REP5                PIC 9(09)       VALUE ZEROS.
      * SDAT-40182I
       01 WS-TOT-REPA                PIC 9(09)       VALUE ZEROS.
      * SDAT-40182F
      *
      ******************************************************************
      *  RENGLONES DEL SCORECARD                                       *
           05 FILLER                 PIC X(60) VALUE SPACES.
      *
       01  S1-02-ENCA.
      * SDAT-40182I
           05 FILLER                 PIC X(44) VALUE
             ' LUGAR SUC  CFDI-NOF  EXCEPC.  RFC/CURP  CP/'.
           05 FILLER                 PIC X(44) VALUE
             'SEPOM  TOTAL FALLAS   VOLUMEN   TASA X100  T'.
           05 FILLER                 PIC X(44) VALUE
             'ENDENCIA                                    '.
      * SDAT-40182F
      *
       01  S1-03-ENCA.
           05 FILLER                 PIC X(132) VALUE ALL '-'.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 S1-01-DET-REP5         PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
      * SDAT-40182I
           05 S1-01-DET-SEPOMEX      PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
      * SDAT-40182F
           05 S1-01-DET-FALLAS       PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 S1-01-DET-VOLUMEN      PIC ZZZZZZZZ9.
           05 S1-01-DET-TASA         PIC ZZZZ9.99.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 S1-01-DET-TENDENCIA    PIC X(14).
      * SDAT-40182I
           05 FILLER                 PIC X(33) VALUE SPACES.
      * SDAT-40182F
      *
      ******************************************************************
      *  PROCEDURE DIVISION                                            *
           PERFORM 010-ACUMULA-NOFACT.
           PERFORM 020-ACUMULA-EXCEPCIONES.
           PERFORM 030-ACUMULA-REP5.
      * SDAT-40182I
           PERFORM 035-ACUMULA-REPA.
      * SDAT-40182F
           PERFORM 040-ACUMULA-VOLUMEN.
           PERFORM 050-CARGA-MES-ANTERIOR.
           PERFORM 060-ORDENA-SUCURSALES.
           OPEN INPUT  ARCH-NO-FACTURA
                       ARCH-EXCEPCIONES
                       ARCH-REP5
      * SDAT-40182I
                       ARCH-REPA
      * SDAT-40182F
                       ARCH-RPT-PROMOTOR
                       ARCH-SCORE-IN.
           OPEN OUTPUT ARCH-SCORE-OUT
              MOVE ZEROS                TO SUC-NOFACT     (WS-KX-SUC)
              MOVE ZEROS                TO SUC-EXCEP      (WS-KX-SUC)
              MOVE ZEROS                TO SUC-REP5       (WS-KX-SUC)
      * SDAT-40182I
              MOVE ZEROS                TO SUC-SEPOMEX    (WS-KX-SUC)
      * SDAT-40182F
              MOVE ZEROS                TO SUC-FALLAS     (WS-KX-SUC)
              MOVE ZEROS                TO SUC-VOLUMEN    (WS-KX-SUC)
              MOVE ZEROS                TO SUC-FALLAS-PREV (WS-KX-SUC)
       031-FIN.
           EXIT.
      *
      * SDAT-40182I
       035-ACUMULA-REPA.
           MOVE 'N'                     TO WS-FIN-ARCHIVO.
           PERFORM 036-LEE-REPA UNTIL WS-FIN-ARCHIVO-SI.
       035-FIN.
           EXIT.
      *
       036-LEE-REPA.
           READ ARCH-REPA
                AT END MOVE 'S'         TO WS-FIN-ARCHIVO
                NOT AT END
                   ADD 1                TO WS-TOT-REPA
                   MOVE REPA-SUCURSAL   TO WS-SUC-BUSCADA
                   PERFORM 007-UBICA-SUCURSAL
                   ADD 1                TO SUC-SEPOMEX (WS-KX-SUC)
                   ADD 1                TO SUC-FALLAS  (WS-KX-SUC)
           END-READ.
       036-FIN.
           EXIT.
      * SDAT-40182F
      *
      ******************************************************************
      *    TOMA EL VOLUMEN (OPERACIONES) DE LOS RENGLONES DE DETALLE  *
      *    DEL RANKING DE PROMOTORES; UN RENGLON ES DETALLE CUANDO    *
           MOVE SUC-NOFACT   (WS-IX-SUC) TO S1-01-DET-NOFACT.
           MOVE SUC-EXCEP    (WS-IX-SUC) TO S1-01-DET-EXCEP.
           MOVE SUC-REP5     (WS-IX-SUC) TO S1-01-DET-REP5.
      * SDAT-40182I
           MOVE SUC-SEPOMEX  (WS-IX-SUC) TO S1-01-DET-SEPOMEX.
      * SDAT-40182F
           MOVE SUC-FALLAS   (WS-IX-SUC) TO S1-01-DET-FALLAS.
           MOVE SUC-VOLUMEN  (WS-IX-SUC) TO S1-01-DET-VOLUMEN.
           IF SUC-VOLUMEN (WS-IX-SUC) = ZEROS
           CLOSE ARCH-NO-FACTURA
                 ARCH-EXCEPCIONES
                 ARCH-REP5
      * SDAT-40182I
                 ARCH-REPA
      * SDAT-40182F
                 ARCH-RPT-PROMOTOR
                 ARCH-SCORE-IN
                 ARCH-SCORE-OUT
                   WS-TOT-EXCEP
           DISPLAY W000-PROG '   RFC/CURP INVALIDOS       : '
                   WS-TOT-REP5
      * SDAT-40182I
           DISPLAY W000-PROG '   DOMICILIOS VS SEPOMEX    : '
                   WS-TOT-REPA
      * SDAT-40182F
           DISPLAY W000-PROG '   SUCURSALES CALIFICADAS   : '
                   WS-NUM-SUC
           GOBACK.
