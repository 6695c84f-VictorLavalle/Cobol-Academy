       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZM4LQ001.
       AUTHOR. GESFOR (MEXICO), S.A. DE C.V.
       DATE-WRITTEN. MARZO 2025.
       DATE-COMPILED.
      *
      /
      ******************************************************************
      **                                                               *
      *    " S I V A   -   L I Q U I D A C I O N   S P E I "           *
      *                                                                *
      *  OBJETIVO: GENERAR LAS INSTRUCCIONES DE TRANSFERENCIA SPEI     *
      *            DESDE LA CUENTA CONCENTRADORA DE CADA EMPRESA       *
      *            (PARAM 'FBM', LA MISMA DE 008-OBT-CTA-CARGO-ABONO   *
      *            DE ZM4DJ097) HACIA LA CLABE DE LA FUNDACION QUE     *
      *            INDICA EL CATALOGO, UNA POR EMPRESA Y CAMPANA DEL   *
      *            RESUMEN DE LIQUIDACION (ARCH-LIQ-CAMPANA), Y        *
      *            CARGAR LA CONFIRMACION DEL BANCO CONTRA EL CONTROL  *
      *            DE TRANSFERENCIAS QUE SE ARRASTRA DE CORRIDA EN     *
      *            CORRIDA. ESTATUS DEL CONTROL:                       *
      *                                                                *
      *            'E'  ENVIADA, SIN CONFIRMACION DEL BANCO            *
      *            'C'  CONFIRMADA (LIQUIDADA POR EL MISMO MONTO)      *
      *            'D'  CONFIRMADA POR UN MONTO DISTINTO               *
      *            'R'  RECHAZADA O DEVUELTA POR EL BANCO              *
      *                                                                *
      *            LA LISTA DE TRABAJO TRAE LAS ENVIADAS SIN           *
      *            CONFIRMAR, LAS DE MONTO DISTINTO, LAS RECHAZADAS,   *
      *            LAS CONFIRMACIONES SIN TRANSFERENCIA Y LAS          *
      *            CAMPANAS QUE NO SE PUDIERON LIQUIDAR, CON EL CUADRE *
      *            CONTRA EL TOTAL DE LIQ-MONTO.                       *
      *                                                                *
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
      *    MARCA      AUTOR    FECHA             DESCRIPCION           *
      * ----------- --------- -------- --------------------------------*
      * SDAT-40173I  XLR0921  16MAR25 VERSION INICIAL.                 *
      * SDAT-40173F  XLR0921                                           *
      * SDAT-40179I  XLR0921  27ABR25 EL RENGLON DE APORTACION         *
      * SDAT-40179F  XLR0921          CORPORATIVA DEL BANCO (LIQ-TIPO  *
      *                                'A') YA SE ABONO DIRECTO A LA   *
      *                                FUNDACION: NO GENERA SPEI, SE   *
      *                                REPORTA Y ENTRA AL CUADRE.      *
      *----------------------------------------------------------------*
      /
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      *    RESUMEN DE LIQUIDACION POR CAMPANA DE ZM4DJ097
           SELECT ARCH-LIQ-CAMPANA   ASSIGN TO UT-S-ZM4LQ0LQ.
      *
      *    CATALOGO DE CLABES DESTINO DE LA FUNDACION
           SELECT ARCH-CAT-CLABE     ASSIGN TO UT-S-ZM4LQ0CB.
      *
      *    CONFIRMACION DEL BANCO A TRANSFERENCIAS ANTERIORES
           SELECT ARCH-CONFIRMA      ASSIGN TO UT-S-ZM4LQ0CF.
      *
      *    CONTROL DE TRANSFERENCIAS (ENTRADA Y SALIDA ACTUALIZADA)
           SELECT ARCH-CTL-IN        ASSIGN TO UT-S-ZM4LQ0CI.
           SELECT ARCH-CTL-OUT       ASSIGN TO UT-S-ZM4LQ0CO.
      *
      *    INSTRUCCIONES DE TRANSFERENCIA SPEI PARA EL BANCO
           SELECT ARCH-SPEI          ASSIGN TO UT-S-ZM4LQ0SP.
      *
      *    LISTA DE TRABAJO DE TESORERIA
           SELECT ARCH-RPT-LIQ       ASSIGN TO UT-S-ZM4LQ0RP.
      *
      /
      ******************************************************************
      *   DATA DIVISION                                                *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *
      ******************************************************************
      *  RESUMEN DE LIQUIDACION POR CAMPANA (LAYOUT DE ZM4DJ097)       *
      ******************************************************************
       FD  ARCH-LIQ-CAMPANA
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-LIQ-CAMPANA
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-LIQ-CAMPANA.
           05 LIQ-IEMPR                 PIC X(03).
           05 LIQ-CAMPANA               PIC X(04).
           05 LIQ-DESC                  PIC X(30).
           05 LIQ-CTAS                  PIC 9(09).
           05 LIQ-MONTO                 PIC 9(15)V9(02).
      * SDAT-40179I
           05 LIQ-TIPO                  PIC X(01).
              88 LIQ-DONATIVOS                      VALUE ' '.
              88 LIQ-APORTACION                     VALUE 'A'.
           05 FILLER                    PIC X(16).
      * SDAT-40179F
      *
      ******************************************************************
      *  CATALOGO DE CLABES: UNA CAMPANA EN BLANCOS ES LA CLABE POR    *
      *  OMISION DE LA EMPRESA                                         *
      ******************************************************************
       FD  ARCH-CAT-CLABE
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-CAT-CLABE
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-CAT-CLABE.
           05 CLB-IEMPR                 PIC X(03).
           05 CLB-CAMPANA               PIC X(04).
           05 CLB-CLABE                 PIC X(18).
           05 CLB-BENEFICIARIO          PIC X(40).
           05 CLB-RFC-BENEF             PIC X(13).
           05 FILLER                    PIC X(02).
      *
      ******************************************************************
      *  CONFIRMACION DEL BANCO: 'L' LIQUIDADA, 'R' RECHAZADA,         *
      *  'D' DEVUELTA                                                  *
      ******************************************************************
       FD  ARCH-CONFIRMA
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-CONFIRMA
           RECORD CONTAINS 100 CHARACTERS.
       01  REG-CONFIRMA.
           05 CNF-CVE-RASTREO           PIC X(20).
           05 CNF-ESTATUS               PIC X(01).
              88 CNF-LIQUIDADA                      VALUE 'L'.
              88 CNF-RECHAZADA                      VALUE 'R' 'D'.
           05 CNF-MONTO                 PIC 9(15)V9(02).
           05 CNF-FECHA                 PIC X(10).
           05 CNF-MOTIVO                PIC X(30).
           05 FILLER                    PIC X(22).
      *
      ******************************************************************
      *  CONTROL DE TRANSFERENCIAS (ENTRADA)                           *
      ******************************************************************
       FD  ARCH-CTL-IN
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-CTL-IN
           RECORD CONTAINS 150 CHARACTERS.
       01  REG-CTL-IN.
           05 CTL-CVE-RASTREO           PIC X(20).
           05 FILLER REDEFINES CTL-CVE-RASTREO.
              10 CTL-RAS-PREFIJO        PIC X(03).
              10 CTL-RAS-IEMPR          PIC X(03).
              10 CTL-RAS-FECHA          PIC 9(08).
              10 CTL-RAS-SECUENCIA      PIC 9(05).
              10 FILLER                 PIC X(01).
           05 CTL-FECHA-ENVIO           PIC X(10).
           05 CTL-IEMPR                 PIC X(03).
           05 CTL-CAMPANA               PIC X(04).
           05 CTL-CLABE                 PIC X(18).
           05 CTL-MONTO                 PIC 9(15)V9(02).
           05 CTL-MONTO-CONF            PIC 9(15)V9(02).
           05 CTL-ESTATUS               PIC X(01).
              88 CTL-ENVIADA                        VALUE 'E'.
              88 CTL-CONFIRMADA                     VALUE 'C'.
              88 CTL-MONTO-DISTINTO                 VALUE 'D'.
              88 CTL-RECHAZADA                      VALUE 'R'.
           05 CTL-FECHA-CONF            PIC X(10).
           05 CTL-MOTIVO                PIC X(30).
           05 FILLER                    PIC X(20).
      *
      ******************************************************************
      *  CONTROL DE TRANSFERENCIAS (SALIDA)                            *
      ******************************************************************
       FD  ARCH-CTL-OUT
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-CTL-OUT
           RECORD CONTAINS 150 CHARACTERS.
       01  REG-CTL-OUT                  PIC X(150).
      *
      ******************************************************************
      *  INSTRUCCION DE TRANSFERENCIA SPEI, UNA POR EMPRESA Y CAMPANA  *
      ******************************************************************
       FD  ARCH-SPEI
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-SPEI
           RECORD CONTAINS 200 CHARACTERS.
       01  REG-SPEI.
           05 SPE-CVE-RASTREO           PIC X(20).
           05 SPE-REF-NUMERICA          PIC 9(07).
           05 SPE-FECHA-OPERACION       PIC X(10).
           05 SPE-IEMPR                 PIC X(03).
           05 SPE-CAMPANA               PIC X(04).
           05 SPE-CTA-ORDENANTE         PIC X(10).
           05 SPE-CLABE-BENEF           PIC X(18).
           05 SPE-NOMBRE-BENEF          PIC X(40).
           05 SPE-RFC-BENEF             PIC X(13).
           05 SPE-MONTO                 PIC 9(15)V9(02).
           05 SPE-CONCEPTO              PIC X(40).
           05 FILLER                    PIC X(18).
      *
      ******************************************************************
      *  LISTA DE TRABAJO DE TESORERIA                                 *
      ******************************************************************
       FD  ARCH-RPT-LIQ
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-RPT-LIQ
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-RPT-LIQ                  PIC X(132).
      *
      ******************************************************************
      *  WORKING STORAGE SECTION                                       *
      ******************************************************************
       WORKING-STORAGE SECTION.
      *
       01 W000-PROG                  PIC X(08)       VALUE 'ZM4LQ001'.
      *
       01 WS-VARIABLES.
          05 WS-SQLCODE              PIC -999        VALUE ZEROS.
      *
       01 WS-FECHA-HOY.
          05 WS-HOY-AAAA             PIC 9(04)       VALUE ZEROS.
          05 WS-HOY-MM               PIC 9(02)       VALUE ZEROS.
          05 WS-HOY-DD               PIC 9(02)       VALUE ZEROS.
       01 FILLER REDEFINES WS-FECHA-HOY.
          05 WS-HOY-NUM              PIC 9(08).
       01 WS-FECHA-OPERACION.
          05 WS-OPE-AAAA             PIC 9(04)       VALUE ZEROS.
          05 FILLER                  PIC X(01)       VALUE '-'.
          05 WS-OPE-MM               PIC 9(02)       VALUE ZEROS.
          05 FILLER                  PIC X(01)       VALUE '-'.
          05 WS-OPE-DD               PIC 9(02)       VALUE ZEROS.
      *
      *--- CLAVE DE RASTREO: 'FBM' + EMPRESA + AAAAMMDD + SECUENCIA
       01 WS-CVE-RASTREO.
          05 WS-RAS-PREFIJO          PIC X(03)       VALUE 'FBM'.
          05 WS-RAS-IEMPR            PIC X(03)       VALUE SPACES.
          05 WS-RAS-FECHA            PIC 9(08)       VALUE ZEROS.
          05 WS-RAS-SECUENCIA        PIC 9(05)       VALUE ZEROS.
          05 FILLER                  PIC X(01)       VALUE SPACES.
       01 WS-ULT-SECUENCIA           PIC 9(05)       VALUE ZEROS.
      *
       01 WS-CONCEPTO.
          05 FILLER                  PIC X(24)       VALUE
             'LIQ DONATIVOS CAMPANA '.
          05 WS-CON-CAMPANA          PIC X(04)       VALUE SPACES.
          05 FILLER                  PIC X(01)       VALUE SPACES.
          05 WS-CON-IEMPR            PIC X(03)       VALUE SPACES.
          05 FILLER                  PIC X(08)       VALUE SPACES.
      *
      ******************************************************************
      *  TABLA EN MEMORIA DEL CATALOGO DE CLABES                       *
      ******************************************************************
       01 WSC-MAX-CLB                PIC 9(05)      VALUE 500.
       01 WS-NUM-CLB                 PIC 9(05)      COMP VALUE ZEROS.
       01 WS-IX-CLB                  PIC 9(05)      COMP VALUE ZEROS.
       01 WS-KX-CLB                  PIC 9(05)      COMP VALUE ZEROS.
       01 TABLA-CLABES.
          05 CLB-ENT                 OCCURS 500 TIMES.
             10 CLB-E-LLAVE.
                15 CLB-E-IEMPR       PIC X(03).
                15 CLB-E-CAMPANA     PIC X(04).
             10 CLB-E-CLABE          PIC X(18).
             10 CLB-E-BENEFICIARIO   PIC X(40).
             10 CLB-E-RFC-BENEF      PIC X(13).
       01 WS-LLAVE-CLB.
          05 WS-LLAVE-CLB-IEMPR      PIC X(03).
          05 WS-LLAVE-CLB-CAMPANA    PIC X(04).
       01 WS-CLB-HALLADA             PIC X(01)      VALUE 'N'.
          88 WS-CLB-HALLADA-SI                      VALUE 'S'.
          88 WS-CLB-HALLADA-NO                      VALUE 'N'.
      *
      ******************************************************************
      *  TABLA EN MEMORIA DE LAS CONFIRMACIONES DEL BANCO              *
      ******************************************************************
       01 WSC-MAX-CNF                PIC 9(05)      VALUE 5000.
       01 WS-NUM-CNF                 PIC 9(05)      COMP VALUE ZEROS.
       01 WS-IX-CNF                  PIC 9(05)      COMP VALUE ZEROS.
       01 WS-KX-CNF                  PIC 9(05)      COMP VALUE ZEROS.
       01 TABLA-CONFIRMA.
          05 CNF-ENT                 OCCURS 5000 TIMES.
             10 CNF-E-CVE-RASTREO    PIC X(20).
             10 CNF-E-ESTATUS        PIC X(01).
             10 CNF-E-MONTO          PIC 9(15)V9(02).
             10 CNF-E-FECHA          PIC X(10).
             10 CNF-E-MOTIVO         PIC X(30).
             10 CNF-E-USADA          PIC X(01).
       01 WS-CNF-HALLADA             PIC X(01)      VALUE 'N'.
          88 WS-CNF-HALLADA-SI                      VALUE 'S'.
          88 WS-CNF-HALLADA-NO                      VALUE 'N'.
      *
      ******************************************************************
      *  LIQUIDACIONES YA ENVIADAS HOY (EVITA TRANSFERIR DOS VECES SI  *
      *  SE RECORRE EL PASO CON EL MISMO RESUMEN)                      *
      ******************************************************************
       01 WSC-MAX-HOY                PIC 9(05)      VALUE 500.
       01 WS-NUM-HOY                 PIC 9(05)      COMP VALUE ZEROS.
       01 WS-IX-HOY                  PIC 9(05)      COMP VALUE ZEROS.
       01 TABLA-ENVIADAS-HOY.
          05 HOY-ENT                 OCCURS 500 TIMES.
             10 HOY-E-IEMPR          PIC X(03).
             10 HOY-E-CAMPANA        PIC X(04).
       01 WS-HOY-HALLADA             PIC X(01)      VALUE 'N'.
          88 WS-HOY-HALLADA-SI                      VALUE 'S'.
          88 WS-HOY-HALLADA-NO                      VALUE 'N'.
      *
      ******************************************************************
      *  CUENTA CONCENTRADORA POR EMPRESA (PARAM 'FBM')                *
      ******************************************************************
       01 WSC-MAX-EMP                PIC 9(03)      VALUE 10.
       01 WS-NUM-EMP                 PIC 9(03)      COMP VALUE ZEROS.
       01 WS-IX-EMP                  PIC 9(03)      COMP VALUE ZEROS.
       01 WS-KX-EMP                  PIC 9(03)      COMP VALUE ZEROS.
       01 TABLA-CONCENTRADORAS.
          05 EMP-ENT                 OCCURS 10 TIMES.
             10 EMP-E-IEMPR          PIC X(03).
             10 EMP-E-CUENTA-CARGO   PIC X(10).
       01 WS-EMP-HALLADA             PIC X(01)      VALUE 'N'.
          88 WS-EMP-HALLADA-SI                      VALUE 'S'.
          88 WS-EMP-HALLADA-NO                      VALUE 'N'.
       01 WS-CUENTA-CARGO            PIC X(10)       VALUE SPACES.
      *
      ******************************************************************
      *  VARIABLES DB2 PARA PARAM                                      *
      ******************************************************************
       01 WS-SQL-IPARAM              PIC X(10)       VALUE SPACES.
       01 WS-SQL-DATOSPAR            PIC X(250)      VALUE SPACES.
      *
      ******************************************************************
      *    VARIABLES DB2                                               *
      ******************************************************************
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
       01 WS-FIN-ARCHIVO             PIC X(01)       VALUE 'N'.
          88 WS-FIN-ARCHIVO-SI                       VALUE 'S'.
          88 WS-FIN-ARCHIVO-NO                       VALUE 'N'.
      *
      ******************************************************************
      *  CIFRAS DE CONTROL                                             *
      ******************************************************************
       01 WS-TOT-LIQ-LEIDOS          PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-MNT-LIQ             PIC 9(15)V9(02) VALUE ZEROS.
       01 WS-TOT-LIQ-EN-CEROS        PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-TRANSFERENCIAS      PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-MNT-TRANSFERIDO     PIC 9(15)V9(02) VALUE ZEROS.
       01 WS-TOT-SIN-CLABE           PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-MNT-SIN-CLABE       PIC 9(15)V9(02) VALUE ZEROS.
       01 WS-TOT-SIN-CONCEN          PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-MNT-SIN-CONCEN      PIC 9(15)V9(02) VALUE ZEROS.
       01 WS-TOT-DUPLICADAS          PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-MNT-DUPLICADO       PIC 9(15)V9(02) VALUE ZEROS.
      * SDAT-40179I
       01 WS-TOT-APORTACIONES        PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-MNT-APORTACION      PIC 9(15)V9(02) VALUE ZEROS.
      * SDAT-40179F
       01 WS-TOT-MNT-CUADRE          PIC 9(15)V9(02) VALUE ZEROS.
       01 WS-TOT-CNF-LEIDAS          PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-CTL-LEIDOS          PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-CONFIRMADAS         PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-MNT-CONFIRMADO      PIC 9(15)V9(02) VALUE ZEROS.
       01 WS-TOT-MONTO-DISTINTO      PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-RECHAZADAS          PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-MNT-RECHAZADO       PIC 9(15)V9(02) VALUE ZEROS.
       01 WS-TOT-SIN-CONFIRMAR       PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-MNT-SIN-CONFIRMAR   PIC 9(15)V9(02) VALUE ZEROS.
       01 WS-TOT-CNF-SIN-TRANSF      PIC 9(09)       VALUE ZEROS.
      *
      ******************************************************************
      *  RENGLONES DE LA LISTA DE TRABAJO                              *
      ******************************************************************
       01  Q1-01-ENCA.
           05 FILLER                 PIC X(44) VALUE
             '   LIQUIDACION SPEI A LA FUNDACION - TRANSFE'.
           05 FILLER                 PIC X(44) VALUE
             'RENCIAS A REVISAR    FECHA DE OPERACION:    '.
           05 Q1-01-FECHA            PIC X(10).
           05 FILLER                 PIC X(34) VALUE SPACES.
      *
       01  Q1-02-ENCA.
           05 FILLER                 PIC X(44) VALUE
             ' SITUACION                    CLAVE RASTREO '.
           05 FILLER                 PIC X(44) VALUE
             '       EMP CAMP      MONTO ENVIADO   MONTO C'.
           05 FILLER                 PIC X(44) VALUE
             'ONFIRMADO MOTIVO                            '.
      *
       01  Q1-03-ENCA.
           05 FILLER                 PIC X(132) VALUE ALL '-'.
      *
       01  Q1-01-DETA.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 Q1-01-DET-SITUACION    PIC X(28).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 Q1-01-DET-RASTREO      PIC X(20).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 Q1-01-DET-IEMPR        PIC X(03).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 Q1-01-DET-CAMPANA      PIC X(04).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 Q1-01-DET-MONTO-ENV    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 Q1-01-DET-MONTO-CNF    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 Q1-01-DET-MOTIVO       PIC X(30).
           05 FILLER                 PIC X(04) VALUE SPACES.
      *
       01  Q1-01-TOTALES.
           05 FILLER                 PIC X(26) VALUE
              '*** CIFRAS DE CONTROL *** '.
           05 Q1-01-TOT-TEXTO        PIC X(30).
           05 Q1-01-TOT-CIFRA        PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 Q1-01-TOT-MONTO        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(47) VALUE SPACES.
      *
       01  Q1-ESPACIOS.
           05 FILLER                 PIC X(132) VALUE SPACES.
      *
       01 WS-ENCAB-RPT               PIC 9(05)       VALUE ZEROS.
      *
      ******************************************************************
      *  PROCEDURE DIVISION                                            *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 005-ABRE-ARCHIVOS.
           PERFORM 010-CARGA-CLABES.
           PERFORM 012-CARGA-CONFIRMACIONES.
           PERFORM 020-RECORRE-CONTROL.
           PERFORM 030-PROCESA-LIQUIDACION.
           PERFORM 060-REPORTA-SOBRANTES.
           PERFORM 070-CUADRE.
           PERFORM 080-CIERRA-ARCHIVOS.
           PERFORM 999-TERMINA.
      *
       005-ABRE-ARCHIVOS.
           ACCEPT WS-FECHA-HOY        FROM DATE YYYYMMDD.
           MOVE WS-HOY-AAAA             TO WS-OPE-AAAA.
           MOVE WS-HOY-MM               TO WS-OPE-MM.
           MOVE WS-HOY-DD               TO WS-OPE-DD.
           MOVE WS-HOY-NUM              TO WS-RAS-FECHA.
           OPEN INPUT  ARCH-LIQ-CAMPANA
                       ARCH-CAT-CLABE
                       ARCH-CONFIRMA
                       ARCH-CTL-IN.
           OPEN OUTPUT ARCH-CTL-OUT
                       ARCH-SPEI
                       ARCH-RPT-LIQ.
       005-FIN.
           EXIT.
      *
      ******************************************************************
      *    CARGA EL CATALOGO DE CLABES DESTINO A MEMORIA              *
      ******************************************************************
       010-CARGA-CLABES.
           MOVE 'N'                     TO WS-FIN-ARCHIVO.
           PERFORM 011-LEE-CLABE UNTIL WS-FIN-ARCHIVO-SI.
       010-FIN.
           EXIT.
      *
       011-LEE-CLABE.
           READ ARCH-CAT-CLABE
                AT END MOVE 'S'         TO WS-FIN-ARCHIVO
                NOT AT END
                   IF CLB-CLABE IS NOT NUMERIC
                      DISPLAY W000-PROG ' CLABE NO NUMERICA EN EL '
                              'CATALOGO: ' CLB-IEMPR ' ' CLB-CAMPANA
                              ' ' CLB-CLABE
                      PERFORM 999-ABORTA
                   END-IF
                   IF WS-NUM-CLB NOT < WSC-MAX-CLB
                      DISPLAY W000-PROG ' CATALOGO DE CLABES EXCEDE '
                              'LA TABLA DE ' WSC-MAX-CLB ' ENTRADAS'
                      PERFORM 999-ABORTA
                   END-IF
                   ADD 1                TO WS-NUM-CLB
                   MOVE CLB-IEMPR       TO CLB-E-IEMPR   (WS-NUM-CLB)
                   MOVE CLB-CAMPANA     TO CLB-E-CAMPANA (WS-NUM-CLB)
                   MOVE CLB-CLABE       TO CLB-E-CLABE   (WS-NUM-CLB)
                   MOVE CLB-BENEFICIARIO
                                     TO CLB-E-BENEFICIARIO (WS-NUM-CLB)
                   MOVE CLB-RFC-BENEF   TO CLB-E-RFC-BENEF (WS-NUM-CLB)
           END-READ.
       011-FIN.
           EXIT.
      *
      ******************************************************************
      *    CARGA LA CONFIRMACION DEL BANCO A MEMORIA                  *
      ******************************************************************
       012-CARGA-CONFIRMACIONES.
           MOVE 'N'                     TO WS-FIN-ARCHIVO.
           PERFORM 013-LEE-CONFIRMACION UNTIL WS-FIN-ARCHIVO-SI.
       012-FIN.
           EXIT.
      *
       013-LEE-CONFIRMACION.
           READ ARCH-CONFIRMA
                AT END MOVE 'S'         TO WS-FIN-ARCHIVO
                NOT AT END
                   ADD 1                TO WS-TOT-CNF-LEIDAS
                   IF WS-NUM-CNF NOT < WSC-MAX-CNF
                      DISPLAY W000-PROG ' CONFIRMACIONES EXCEDEN LA '
                              'TABLA DE ' WSC-MAX-CNF ' ENTRADAS'
                      PERFORM 999-ABORTA
                   END-IF
                   ADD 1                TO WS-NUM-CNF
                   MOVE CNF-CVE-RASTREO TO CNF-E-CVE-RASTREO
                                                        (WS-NUM-CNF)
                   MOVE CNF-ESTATUS     TO CNF-E-ESTATUS (WS-NUM-CNF)
                   MOVE CNF-MONTO       TO CNF-E-MONTO   (WS-NUM-CNF)
                   MOVE CNF-FECHA       TO CNF-E-FECHA   (WS-NUM-CNF)
                   MOVE CNF-MOTIVO      TO CNF-E-MOTIVO  (WS-NUM-CNF)
                   MOVE 'N'             TO CNF-E-USADA   (WS-NUM-CNF)
           END-READ.
       013-FIN.
           EXIT.
      *
      ******************************************************************
      *    RECORRE EL CONTROL DE TRANSFERENCIAS: A CADA ENVIADA LE    *
      *    APLICA SU CONFIRMACION; TODO SE ARRASTRA A LA SALIDA. LAS  *
      *    DE HOY SE GUARDAN PARA NO VOLVER A TRANSFERIRLAS            *
      ******************************************************************
       020-RECORRE-CONTROL.
           MOVE 'N'                     TO WS-FIN-ARCHIVO.
           PERFORM 021-PROCESA-CONTROL UNTIL WS-FIN-ARCHIVO-SI.
       020-FIN.
           EXIT.
      *
       021-PROCESA-CONTROL.
           READ ARCH-CTL-IN
                AT END MOVE 'S'         TO WS-FIN-ARCHIVO
                NOT AT END
                   ADD 1                TO WS-TOT-CTL-LEIDOS
                   IF CTL-ENVIADA
                      PERFORM 025-APLICA-CONFIRMACION
                   END-IF
                   IF CTL-RAS-FECHA = WS-HOY-NUM
                      PERFORM 027-REGISTRA-HOY
                   END-IF
                   WRITE REG-CTL-OUT  FROM REG-CTL-IN
           END-READ.
       021-FIN.
           EXIT.
      *
       025-APLICA-CONFIRMACION.
           MOVE 'N'                     TO WS-CNF-HALLADA.
           PERFORM 026-BUSCA-CONFIRMACION
              VARYING WS-IX-CNF FROM 1 BY 1
                UNTIL WS-IX-CNF > WS-NUM-CNF
                   OR WS-CNF-HALLADA-SI.
           MOVE SPACES                  TO Q1-01-DET-MOTIVO.
           MOVE CTL-CVE-RASTREO         TO Q1-01-DET-RASTREO.
           MOVE CTL-IEMPR               TO Q1-01-DET-IEMPR.
           MOVE CTL-CAMPANA             TO Q1-01-DET-CAMPANA.
           MOVE CTL-MONTO               TO Q1-01-DET-MONTO-ENV.
           IF WS-CNF-HALLADA-NO
              ADD 1                     TO WS-TOT-SIN-CONFIRMAR
              ADD CTL-MONTO             TO WS-TOT-MNT-SIN-CONFIRMAR
              MOVE 'ENVIADA SIN CONFIRMAR'
                                        TO Q1-01-DET-SITUACION
              MOVE ZEROS                TO Q1-01-DET-MONTO-CNF
              MOVE CTL-FECHA-ENVIO      TO Q1-01-DET-MOTIVO
              PERFORM 050-GRABA-RENGLON
           ELSE
              MOVE 'S'                  TO CNF-E-USADA (WS-KX-CNF)
              MOVE CNF-E-MONTO  (WS-KX-CNF) TO CTL-MONTO-CONF
              MOVE CNF-E-FECHA  (WS-KX-CNF) TO CTL-FECHA-CONF
              MOVE CNF-E-MOTIVO (WS-KX-CNF) TO CTL-MOTIVO
              MOVE CTL-MONTO-CONF       TO Q1-01-DET-MONTO-CNF
              MOVE CTL-MOTIVO           TO Q1-01-DET-MOTIVO
              EVALUATE TRUE
                 WHEN CNF-E-ESTATUS (WS-KX-CNF) NOT = 'L'
                    SET CTL-RECHAZADA   TO TRUE
                    ADD 1               TO WS-TOT-RECHAZADAS
                    ADD CTL-MONTO       TO WS-TOT-MNT-RECHAZADO
                    MOVE 'RECHAZADA POR EL BANCO'
                                        TO Q1-01-DET-SITUACION
                    PERFORM 050-GRABA-RENGLON
                 WHEN CTL-MONTO-CONF NOT = CTL-MONTO
                    SET CTL-MONTO-DISTINTO TO TRUE
                    ADD 1               TO WS-TOT-MONTO-DISTINTO
                    MOVE 'CONFIRMADA CON MONTO DISTINTO'
                                        TO Q1-01-DET-SITUACION
                    PERFORM 050-GRABA-RENGLON
                 WHEN OTHER
                    SET CTL-CONFIRMADA  TO TRUE
                    ADD 1               TO WS-TOT-CONFIRMADAS
                    ADD CTL-MONTO       TO WS-TOT-MNT-CONFIRMADO
              END-EVALUATE
           END-IF.
       025-FIN.
           EXIT.
      *
       026-BUSCA-CONFIRMACION.
           IF CNF-E-CVE-RASTREO (WS-IX-CNF) = CTL-CVE-RASTREO
           AND CNF-E-USADA (WS-IX-CNF) = 'N'
              SET WS-CNF-HALLADA-SI     TO TRUE
              MOVE WS-IX-CNF            TO WS-KX-CNF
           END-IF.
       026-FIN.
           EXIT.
      *
       027-REGISTRA-HOY.
           IF CTL-RAS-SECUENCIA > WS-ULT-SECUENCIA
              MOVE CTL-RAS-SECUENCIA    TO WS-ULT-SECUENCIA
           END-IF.
           IF WS-NUM-HOY NOT < WSC-MAX-HOY
              DISPLAY W000-PROG ' TRANSFERENCIAS DEL DIA EXCEDEN LA '
                      'TABLA DE ' WSC-MAX-HOY ' ENTRADAS'
              PERFORM 999-ABORTA
           END-IF.
           ADD 1                        TO WS-NUM-HOY.
           MOVE CTL-IEMPR               TO HOY-E-IEMPR   (WS-NUM-HOY).
           MOVE CTL-CAMPANA             TO HOY-E-CAMPANA (WS-NUM-HOY).
       027-FIN.
           EXIT.
      *
      ******************************************************************
      *    GENERA UNA TRANSFERENCIA POR EMPRESA Y CAMPANA DEL RESUMEN *
      *    DE LIQUIDACION                                             *
      ******************************************************************
       030-PROCESA-LIQUIDACION.
           MOVE 'N'                     TO WS-FIN-ARCHIVO.
           PERFORM 031-LEE-LIQUIDACION UNTIL WS-FIN-ARCHIVO-SI.
       030-FIN.
           EXIT.
      *
       031-LEE-LIQUIDACION.
           READ ARCH-LIQ-CAMPANA
                AT END MOVE 'S'         TO WS-FIN-ARCHIVO
                NOT AT END
                   ADD 1                TO WS-TOT-LIQ-LEIDOS
                   ADD LIQ-MONTO        TO WS-TOT-MNT-LIQ
                   IF LIQ-MONTO = ZEROS
                      ADD 1             TO WS-TOT-LIQ-EN-CEROS
                   ELSE
      * SDAT-40179I
                      IF LIQ-APORTACION
                         PERFORM 034-REGISTRA-APORTACION
                      ELSE
      * SDAT-40179F
                      PERFORM 035-GENERA-TRANSFERENCIA
      * SDAT-40179I
                      END-IF
      * SDAT-40179F
                   END-IF
           END-READ.
       031-FIN.
           EXIT.
      *
      * SDAT-40179I
      **** LA APORTACION CORPORATIVA SE POSTEO EN ZM4DJ097 COMO
      **** CARGO A LA CUENTA CORPORATIVA Y ABONO A LA CUENTA DE LA
      **** FUNDACION; AQUI SOLO SE DEJA CONSTANCIA EN LA LISTA
       034-REGISTRA-APORTACION.
           MOVE SPACES                  TO Q1-01-DET-RASTREO.
           MOVE LIQ-IEMPR               TO Q1-01-DET-IEMPR.
           MOVE LIQ-CAMPANA             TO Q1-01-DET-CAMPANA.
           MOVE LIQ-MONTO               TO Q1-01-DET-MONTO-ENV.
           MOVE ZEROS                   TO Q1-01-DET-MONTO-CNF.
           MOVE LIQ-DESC                TO Q1-01-DET-MOTIVO.
           MOVE 'APORTACION ABONADA DIRECTO' TO Q1-01-DET-SITUACION.
           PERFORM 050-GRABA-RENGLON.
           ADD 1                        TO WS-TOT-APORTACIONES.
           ADD LIQ-MONTO                TO WS-TOT-MNT-APORTACION.
       034-FIN.
           EXIT.
      * SDAT-40179F
      *
       035-GENERA-TRANSFERENCIA.
           MOVE SPACES                  TO Q1-01-DET-RASTREO.
           MOVE LIQ-IEMPR               TO Q1-01-DET-IEMPR.
           MOVE LIQ-CAMPANA             TO Q1-01-DET-CAMPANA.
           MOVE LIQ-MONTO               TO Q1-01-DET-MONTO-ENV.
           MOVE ZEROS                   TO Q1-01-DET-MONTO-CNF.
           MOVE LIQ-DESC                TO Q1-01-DET-MOTIVO.
      *
      *--- YA SE TRANSFIRIO HOY ESTA EMPRESA/CAMPANA
           MOVE 'N'                     TO WS-HOY-HALLADA.
           PERFORM 036-BUSCA-HOY
              VARYING WS-IX-HOY FROM 1 BY 1
                UNTIL WS-IX-HOY > WS-NUM-HOY
                   OR WS-HOY-HALLADA-SI.
           IF WS-HOY-HALLADA-SI
              ADD 1                     TO WS-TOT-DUPLICADAS
              ADD LIQ-MONTO             TO WS-TOT-MNT-DUPLICADO
              MOVE 'LIQUIDACION YA ENVIADA HOY' TO Q1-01-DET-SITUACION
              PERFORM 050-GRABA-RENGLON
           ELSE
      *
      *--- CLABE DE LA CAMPANA O, EN SU DEFECTO, LA DE LA EMPRESA
              MOVE LIQ-IEMPR            TO WS-LLAVE-CLB-IEMPR
              MOVE LIQ-CAMPANA          TO WS-LLAVE-CLB-CAMPANA
              PERFORM 037-BUSCA-CLABE
              IF WS-CLB-HALLADA-NO
                 MOVE SPACES            TO WS-LLAVE-CLB-CAMPANA
                 PERFORM 037-BUSCA-CLABE
              END-IF
              IF WS-CLB-HALLADA-NO
                 ADD 1                  TO WS-TOT-SIN-CLABE
                 ADD LIQ-MONTO          TO WS-TOT-MNT-SIN-CLABE
                 MOVE 'CAMPANA SIN CLABE DESTINO' TO Q1-01-DET-SITUACION
                 PERFORM 050-GRABA-RENGLON
              ELSE
      *
      *--- CUENTA CONCENTRADORA ORDENANTE DE LA EMPRESA
                 PERFORM 040-OBTIENE-CONCENTRADORA
                 IF WS-CUENTA-CARGO = SPACES
                    ADD 1               TO WS-TOT-SIN-CONCEN
                    ADD LIQ-MONTO       TO WS-TOT-MNT-SIN-CONCEN
                    MOVE 'EMPRESA SIN CONCENTRADORA'
                                        TO Q1-01-DET-SITUACION
                    PERFORM 050-GRABA-RENGLON
                 ELSE
                    PERFORM 039-EMITE-TRANSFERENCIA
                 END-IF
              END-IF
           END-IF.
       035-FIN.
           EXIT.
      *
       036-BUSCA-HOY.
           IF HOY-E-IEMPR   (WS-IX-HOY) = LIQ-IEMPR
           AND HOY-E-CAMPANA (WS-IX-HOY) = LIQ-CAMPANA
              SET WS-HOY-HALLADA-SI     TO TRUE
           END-IF.
       036-FIN.
           EXIT.
      *
       037-BUSCA-CLABE.
           MOVE 'N'                     TO WS-CLB-HALLADA.
           PERFORM 038-COMPARA-CLABE
              VARYING WS-IX-CLB FROM 1 BY 1
                UNTIL WS-IX-CLB > WS-NUM-CLB
                   OR WS-CLB-HALLADA-SI.
       037-FIN.
           EXIT.
      *
       038-COMPARA-CLABE.
           IF CLB-E-LLAVE (WS-IX-CLB) = WS-LLAVE-CLB
              SET WS-CLB-HALLADA-SI     TO TRUE
              MOVE WS-IX-CLB            TO WS-KX-CLB
           END-IF.
       038-FIN.
           EXIT.
      *
      **** LIQUIDACION VALIDA: SE ARMA LA TRANSFERENCIA SPEI Y SU
      **** RENGLON EN EL ARCHIVO DE CONTROL
       039-EMITE-TRANSFERENCIA.
           ADD 1                        TO WS-ULT-SECUENCIA.
           MOVE LIQ-IEMPR               TO WS-RAS-IEMPR.
           MOVE WS-ULT-SECUENCIA        TO WS-RAS-SECUENCIA.
           INITIALIZE                      REG-SPEI.
           MOVE WS-CVE-RASTREO          TO SPE-CVE-RASTREO.
           MOVE WS-ULT-SECUENCIA        TO SPE-REF-NUMERICA.
           MOVE WS-FECHA-OPERACION      TO SPE-FECHA-OPERACION.
           MOVE LIQ-IEMPR               TO SPE-IEMPR.
           MOVE LIQ-CAMPANA             TO SPE-CAMPANA.
           MOVE WS-CUENTA-CARGO         TO SPE-CTA-ORDENANTE.
           MOVE CLB-E-CLABE (WS-KX-CLB) TO SPE-CLABE-BENEF.
           MOVE CLB-E-BENEFICIARIO (WS-KX-CLB) TO SPE-NOMBRE-BENEF.
           MOVE CLB-E-RFC-BENEF (WS-KX-CLB)    TO SPE-RFC-BENEF.
           MOVE LIQ-MONTO               TO SPE-MONTO.
           MOVE LIQ-CAMPANA             TO WS-CON-CAMPANA.
           MOVE LIQ-IEMPR               TO WS-CON-IEMPR.
           MOVE WS-CONCEPTO             TO SPE-CONCEPTO.
           WRITE REG-SPEI.
      *
           INITIALIZE                      REG-CTL-IN.
           MOVE WS-CVE-RASTREO          TO CTL-CVE-RASTREO.
           MOVE WS-FECHA-OPERACION      TO CTL-FECHA-ENVIO.
           MOVE LIQ-IEMPR               TO CTL-IEMPR.
           MOVE LIQ-CAMPANA             TO CTL-CAMPANA.
           MOVE CLB-E-CLABE (WS-KX-CLB) TO CTL-CLABE.
           MOVE LIQ-MONTO               TO CTL-MONTO.
           SET CTL-ENVIADA              TO TRUE.
           WRITE REG-CTL-OUT          FROM REG-CTL-IN.
           PERFORM 027-REGISTRA-HOY.
           ADD 1                        TO WS-TOT-TRANSFERENCIAS.
           ADD LIQ-MONTO                TO WS-TOT-MNT-TRANSFERIDO.
       039-FIN.
           EXIT.
      *
      ******************************************************************
      *    OBTIENE LA CUENTA CONCENTRADORA DE LA EMPRESA DE PARAM     *
      *    (ITIPOPAR 'FBM', IPARAM = EMPRESA), UNA VEZ POR EMPRESA    *
      ******************************************************************
       040-OBTIENE-CONCENTRADORA.
           MOVE 'N'                     TO WS-EMP-HALLADA.
           PERFORM 041-BUSCA-EMPRESA
              VARYING WS-IX-EMP FROM 1 BY 1
                UNTIL WS-IX-EMP > WS-NUM-EMP
                   OR WS-EMP-HALLADA-SI.
           IF WS-EMP-HALLADA-SI
              MOVE EMP-E-CUENTA-CARGO (WS-KX-EMP) TO WS-CUENTA-CARGO
           ELSE
              MOVE SPACES               TO WS-CUENTA-CARGO
              MOVE LIQ-IEMPR            TO WS-SQL-IPARAM
              MOVE SPACES               TO WS-SQL-DATOSPAR
              EXEC SQL
                   SELECT DATOSPAR
                     INTO :WS-SQL-DATOSPAR
                     FROM PARAM
                    WHERE ITIPOPAR = 'FBM'
                      AND IPARAM   = :WS-SQL-IPARAM
              END-EXEC
              EVALUATE SQLCODE
                 WHEN ZEROS
                    IF WS-SQL-DATOSPAR (01:10) IS NUMERIC
                       MOVE WS-SQL-DATOSPAR (01:10) TO WS-CUENTA-CARGO
                    ELSE
                       IF WS-SQL-DATOSPAR (01:10) NOT = SPACES
                          DISPLAY 'ERROR AL LEER  PARAM ("FBM") '
                          DISPLAY 'CTA DE CARGO NO VALIDA "'
                                  WS-SQL-DATOSPAR (01:10) '"'
                          DISPLAY 'SE TERMINA EL PROGRAMA'
                          PERFORM 999-ABORTA
                       END-IF
                    END-IF
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    DISPLAY 'ERROR AL LEER  PARAM ("FBM") '
                    DISPLAY 'IPARAM ' WS-SQL-IPARAM
                    MOVE SQLCODE        TO WS-SQLCODE
                    DISPLAY 'SQLCODE ' WS-SQLCODE
                    DISPLAY 'SE TERMINA EL PROGRAMA                '
                    PERFORM 999-ABORTA
              END-EVALUATE
              IF WS-NUM-EMP < WSC-MAX-EMP
                 ADD 1                  TO WS-NUM-EMP
                 MOVE LIQ-IEMPR         TO EMP-E-IEMPR (WS-NUM-EMP)
                 MOVE WS-CUENTA-CARGO TO EMP-E-CUENTA-CARGO (WS-NUM-EMP)
              END-IF
           END-IF.
       040-FIN.
           EXIT.
      *
       041-BUSCA-EMPRESA.
           IF EMP-E-IEMPR (WS-IX-EMP) = LIQ-IEMPR
              SET WS-EMP-HALLADA-SI     TO TRUE
              MOVE WS-IX-EMP            TO WS-KX-EMP
           END-IF.
       041-FIN.
           EXIT.
      *
       050-GRABA-RENGLON.
           IF WS-ENCAB-RPT = ZEROS
              MOVE WS-FECHA-OPERACION   TO Q1-01-FECHA
              WRITE REG-RPT-LIQ       FROM Q1-01-ENCA
              WRITE REG-RPT-LIQ       FROM Q1-02-ENCA
              WRITE REG-RPT-LIQ       FROM Q1-03-ENCA
              ADD 1                     TO WS-ENCAB-RPT
           END-IF.
           WRITE REG-RPT-LIQ          FROM Q1-01-DETA.
       050-FIN.
           EXIT.
      *
      ******************************************************************
      *    CONFIRMACIONES QUE NO EMPATARON CON UNA TRANSFERENCIA      *
      *    ENVIADA                                                    *
      ******************************************************************
       060-REPORTA-SOBRANTES.
           PERFORM 061-REVISA-CONFIRMACION
              VARYING WS-IX-CNF FROM 1 BY 1
                UNTIL WS-IX-CNF > WS-NUM-CNF.
       060-FIN.
           EXIT.
      *
       061-REVISA-CONFIRMACION.
           IF CNF-E-USADA (WS-IX-CNF) = 'N'
              ADD 1                     TO WS-TOT-CNF-SIN-TRANSF
              MOVE 'CONFIRMACION SIN TRANSFER.' TO Q1-01-DET-SITUACION
              MOVE CNF-E-CVE-RASTREO (WS-IX-CNF) TO Q1-01-DET-RASTREO
              MOVE SPACES               TO Q1-01-DET-IEMPR
              MOVE SPACES               TO Q1-01-DET-CAMPANA
              MOVE ZEROS                TO Q1-01-DET-MONTO-ENV
              MOVE CNF-E-MONTO  (WS-IX-CNF) TO Q1-01-DET-MONTO-CNF
              MOVE CNF-E-MOTIVO (WS-IX-CNF) TO Q1-01-DET-MOTIVO
              PERFORM 050-GRABA-RENGLON
           END-IF.
       061-FIN.
           EXIT.
      *
      ******************************************************************
      *    CUADRE CONTRA EL RESUMEN DE LIQUIDACION: LO TRANSFERIDO MAS*
      *    LO QUE NO SE PUDO TRANSFERIR DEBE SER EL TOTAL DE LIQ-MONTO*
      ******************************************************************
       070-CUADRE.
           COMPUTE WS-TOT-MNT-CUADRE = WS-TOT-MNT-TRANSFERIDO
                                     + WS-TOT-MNT-SIN-CLABE
                                     + WS-TOT-MNT-SIN-CONCEN
      * SDAT-40179I
                                     + WS-TOT-MNT-APORTACION
      * SDAT-40179F
                                     + WS-TOT-MNT-DUPLICADO.
           IF WS-ENCAB-RPT = ZEROS
              MOVE WS-FECHA-OPERACION   TO Q1-01-FECHA
              WRITE REG-RPT-LIQ       FROM Q1-01-ENCA
              ADD 1                     TO WS-ENCAB-RPT
           END-IF.
           WRITE REG-RPT-LIQ          FROM Q1-ESPACIOS.
           WRITE REG-RPT-LIQ          FROM Q1-03-ENCA.
           MOVE 'RESUMEN DE LIQUIDACION      :' TO Q1-01-TOT-TEXTO.
           MOVE WS-TOT-LIQ-LEIDOS       TO Q1-01-TOT-CIFRA.
           MOVE WS-TOT-MNT-LIQ          TO Q1-01-TOT-MONTO.
           WRITE REG-RPT-LIQ          FROM Q1-01-TOTALES.
           MOVE 'TRANSFERENCIAS GENERADAS    :' TO Q1-01-TOT-TEXTO.
           MOVE WS-TOT-TRANSFERENCIAS   TO Q1-01-TOT-CIFRA.
           MOVE WS-TOT-MNT-TRANSFERIDO  TO Q1-01-TOT-MONTO.
           WRITE REG-RPT-LIQ          FROM Q1-01-TOTALES.
           MOVE 'CAMPANAS SIN CLABE DESTINO  :' TO Q1-01-TOT-TEXTO.
           MOVE WS-TOT-SIN-CLABE        TO Q1-01-TOT-CIFRA.
           MOVE WS-TOT-MNT-SIN-CLABE    TO Q1-01-TOT-MONTO.
           WRITE REG-RPT-LIQ          FROM Q1-01-TOTALES.
           MOVE 'EMPRESAS SIN CONCENTRADORA  :' TO Q1-01-TOT-TEXTO.
           MOVE WS-TOT-SIN-CONCEN       TO Q1-01-TOT-CIFRA.
           MOVE WS-TOT-MNT-SIN-CONCEN   TO Q1-01-TOT-MONTO.
           WRITE REG-RPT-LIQ          FROM Q1-01-TOTALES.
           MOVE 'LIQUIDACIONES YA ENVIADAS   :' TO Q1-01-TOT-TEXTO.
           MOVE WS-TOT-DUPLICADAS       TO Q1-01-TOT-CIFRA.
           MOVE WS-TOT-MNT-DUPLICADO    TO Q1-01-TOT-MONTO.
           WRITE REG-RPT-LIQ          FROM Q1-01-TOTALES.
      * SDAT-40179I
           MOVE 'APORTACIONES CORPORATIVAS   :' TO Q1-01-TOT-TEXTO.
           MOVE WS-TOT-APORTACIONES     TO Q1-01-TOT-CIFRA.
           MOVE WS-TOT-MNT-APORTACION   TO Q1-01-TOT-MONTO.
           WRITE REG-RPT-LIQ          FROM Q1-01-TOTALES.
      * SDAT-40179F
           MOVE 'CAMPANAS EN CEROS           :' TO Q1-01-TOT-TEXTO.
           MOVE WS-TOT-LIQ-EN-CEROS     TO Q1-01-TOT-CIFRA.
           MOVE ZEROS                   TO Q1-01-TOT-MONTO.
           WRITE REG-RPT-LIQ          FROM Q1-01-TOTALES.
           MOVE 'CONFIRMADAS                 :' TO Q1-01-TOT-TEXTO.
           MOVE WS-TOT-CONFIRMADAS      TO Q1-01-TOT-CIFRA.
           MOVE WS-TOT-MNT-CONFIRMADO   TO Q1-01-TOT-MONTO.
           WRITE REG-RPT-LIQ          FROM Q1-01-TOTALES.
           MOVE 'RECHAZADAS                  :' TO Q1-01-TOT-TEXTO.
           MOVE WS-TOT-RECHAZADAS       TO Q1-01-TOT-CIFRA.
           MOVE WS-TOT-MNT-RECHAZADO    TO Q1-01-TOT-MONTO.
           WRITE REG-RPT-LIQ          FROM Q1-01-TOTALES.
           MOVE 'ENVIADAS SIN CONFIRMAR      :' TO Q1-01-TOT-TEXTO.
           MOVE WS-TOT-SIN-CONFIRMAR    TO Q1-01-TOT-CIFRA.
           MOVE WS-TOT-MNT-SIN-CONFIRMAR TO Q1-01-TOT-MONTO.
           WRITE REG-RPT-LIQ          FROM Q1-01-TOTALES.
           IF WS-TOT-MNT-CUADRE NOT = WS-TOT-MNT-LIQ
              MOVE 'NO CUADRA CONTRA LIQ-MONTO  :' TO Q1-01-TOT-TEXTO
              MOVE ZEROS                TO Q1-01-TOT-CIFRA
              MOVE WS-TOT-MNT-CUADRE    TO Q1-01-TOT-MONTO
              WRITE REG-RPT-LIQ       FROM Q1-01-TOTALES
              DISPLAY W000-PROG ' LO TRANSFERIDO NO CUADRA CONTRA EL '
                      'RESUMEN DE LIQUIDACION'
              DISPLAY W000-PROG ' LIQ-MONTO: ' WS-TOT-MNT-LIQ
                      ' CUADRE: ' WS-TOT-MNT-CUADRE
              PERFORM 999-ABORTA
           END-IF.
       070-FIN.
           EXIT.
      *
      ******************************************************************
      *    CIERRA ARCHIVOS                                            *
      ******************************************************************
       080-CIERRA-ARCHIVOS.
           CLOSE ARCH-LIQ-CAMPANA
                 ARCH-CAT-CLABE
                 ARCH-CONFIRMA
                 ARCH-CTL-IN
                 ARCH-CTL-OUT
                 ARCH-SPEI
                 ARCH-RPT-LIQ.
       080-FIN.
           EXIT.
      *
      ******************************************************************
      *  ABORTA EL PROGRAMA
      ******************************************************************
       999-ABORTA.
           MOVE  16                     TO RETURN-CODE.
           DISPLAY 'TERMINACION ANORMAL DEL PROGRAMA'
           GOBACK.
       999-ABORTA-FIN.
           EXIT.
      *
      ******************************************************************
      *  REGRESA EL CONTROL AL PROGRAMA LLAMADOR
      ******************************************************************
       999-TERMINA.
           DISPLAY W000-PROG ' CIFRAS DE CONTROL DE LIQUIDACION SPEI'
           DISPLAY W000-PROG '   CAMPANAS LEIDAS          : '
                   WS-TOT-LIQ-LEIDOS
           DISPLAY W000-PROG '   MONTO LIQ-CAMPANA        : '
                   WS-TOT-MNT-LIQ
           DISPLAY W000-PROG '   TRANSFERENCIAS GENERADAS : '
                   WS-TOT-TRANSFERENCIAS
           DISPLAY W000-PROG '   MONTO TRANSFERIDO        : '
                   WS-TOT-MNT-TRANSFERIDO
           DISPLAY W000-PROG '   CAMPANAS SIN CLABE       : '
                   WS-TOT-SIN-CLABE
           DISPLAY W000-PROG '   EMPRESAS SIN CONCENTRAD. : '
                   WS-TOT-SIN-CONCEN
           DISPLAY W000-PROG '   LIQUIDACIONES DUPLICADAS : '
                   WS-TOT-DUPLICADAS
      * SDAT-40179I
           DISPLAY W000-PROG '   APORTACIONES DIRECTAS    : '
                   WS-TOT-APORTACIONES
           DISPLAY W000-PROG '   MONTO APORTACIONES       : '
                   WS-TOT-MNT-APORTACION
      * SDAT-40179F
           DISPLAY W000-PROG '   CONTROL LEIDO            : '
                   WS-TOT-CTL-LEIDOS
           DISPLAY W000-PROG '   CONFIRMACIONES LEIDAS    : '
                   WS-TOT-CNF-LEIDAS
           DISPLAY W000-PROG '   CONFIRMADAS              : '
                   WS-TOT-CONFIRMADAS
           DISPLAY W000-PROG '   CONFIRMADAS MONTO DIST.  : '
                   WS-TOT-MONTO-DISTINTO
           DISPLAY W000-PROG '   RECHAZADAS               : '
                   WS-TOT-RECHAZADAS
           DISPLAY W000-PROG '   ENVIADAS SIN CONFIRMAR   : '
                   WS-TOT-SIN-CONFIRMAR
           DISPLAY W000-PROG '   CONFIRM. SIN TRANSFER.   : '
                   WS-TOT-CNF-SIN-TRANSF
           GOBACK.
       999-FIN.
           EXIT.
      *
      ******************************************************************
      *  TERMINA PROGRAMA ZM4LQ001                                     *
      ******************************************************************
