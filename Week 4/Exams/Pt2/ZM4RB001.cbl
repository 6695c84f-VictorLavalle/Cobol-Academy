       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZM4RB001.
       AUTHOR. GESFOR (MEXICO), S.A. DE C.V.
       DATE-WRITTEN. MARZO 2025.
       DATE-COMPILED.
      *
      /
      ******************************************************************
      **                                                               *
      *   " S I V A  -  C O N C I L I A C I O N   B A N C A R I A "    *
      *                                                                *
      *  OBJETIVO: CONCILIAR LOS MOVIMIENTOS DEL ESTADO DE CUENTA DEL  *
      *            BANCO DE LAS CUENTAS DE LA POLIZA DE ZM4DJ097       *
      *            (ARCH-GL-POLIZA) CONTRA LOS MOVIMIENTOS POSTEADOS   *
      *            EN ZMDT633 DENTRO DEL RANGO DE FOLIOS DE CADA       *
      *            RENGLON DE LA POLIZA, POR CUENTA, FECHA DE          *
      *            APLICACION E IMPORTE. REPORTA LOS RENGLONES DEL     *
      *            ESTADO SIN POSTEO, LOS POSTEOS SIN RENGLON EN EL    *
      *            ESTADO, LAS POLIZAS QUE NO CUADRAN CONTRA ZMDT633 Y *
      *            LAS DIFERENCIAS POR CUENTA Y DIA, Y DEJA SUS CIFRAS *
      *            EN EL REPOSITORIO COMUN (CIFCTL) PARA ZM4CC001.     *
      *                                                                *
      *  NOTA:     EL TIPO DE MOVIMIENTO A CONCILIAR VIENE EN LA       *
      *            TARJETA ('A' ABONOS, OMISION; 'C' CARGOS A LA       *
      *            CONCENTRADORA). REGLAS PARA EL CATALOGO DE ZM4CC001:*
      *            RB01 ZM4RB001 CONCILIADO-MONTO = POSTEO-MONTO  (E)  *
      *            RB02 ZM4RB001 POSTEO-MONTO     = POLIZA-MONTO  (E)  *
      *            RB03 ZM4RB001 EDO-MONTO        = CONCILIADO-MONTO   *
      *                                                          (W)  *
      *                                                                *
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
      *    MARCA      AUTOR    FECHA             DESCRIPCION           *
      * ----------- --------- -------- --------------------------------*
      * SDAT-40174I  XLR0921  23MAR25 VERSION INICIAL.                 *
      * SDAT-40174F  XLR0921                                           *
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
      *    TARJETA DE PARAMETROS: FECHA DE NEGOCIO Y TIPO DE MOVIMIENTO
           SELECT ARCH-PARM-RB       ASSIGN TO UT-S-ZM4RB0P.
      *
      *    POLIZA CONTABLE DE ZM4DJ097 (RANGOS DE FOLIOS POR CUENTA)
           SELECT ARCH-GL-POLIZA     ASSIGN TO UT-S-ZM4RB0GL.
      *
      *    MOVIMIENTOS DEL ESTADO DE CUENTA DEL BANCO
           SELECT ARCH-EDO-CTA       ASSIGN TO UT-S-ZM4RB0EC.
      *
      *    REPORTE DE LA CONCILIACION
           SELECT ARCH-RPT-CONC      ASSIGN TO UT-S-ZM4RB0RP.
      *
      *    REPOSITORIO COMUN DE CIFRAS DE CONTROL DE LA CADENA
           SELECT ARCH-CIF-CTL       ASSIGN TO CIFCTL.
      *
      /
      ******************************************************************
      *   DATA DIVISION                                                *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *
       FD  ARCH-PARM-RB
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-PARM-RB
           RECORD CONTAINS 20 CHARACTERS.
       01  REG-PARM-RB.
           05 PARM-FEC-NEGOCIO          PIC X(10).
           05 PARM-TPOMOV               PIC X(01).
           05 FILLER                    PIC X(09).
      *
      ******************************************************************
      *  POLIZA CONTABLE (LAYOUT DE ZM4DJ097): UN RENGLON DE CARGO Y   *
      *  UNO DE ABONO POR DIA DE APLICACION Y EMPRESA                  *
      ******************************************************************
       FD  ARCH-GL-POLIZA
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-GL-POLIZA
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-GL-POLIZA.
           05 GL-FHAPLICA               PIC X(10).
           05 GL-IEMPR                  PIC X(03).
           05 GL-TPOMOV                 PIC X(01).
           05 GL-CUENTA                 PIC X(10).
           05 GL-FOLIO-INI              PIC 9(10).
           05 GL-FOLIO-FIN              PIC 9(10).
           05 GL-NUM-MOVS               PIC 9(09).
           05 GL-IMPORTE                PIC 9(15)V9(02).
           05 FILLER                    PIC X(10).
      *
      ******************************************************************
      *  MOVIMIENTO DEL ESTADO DE CUENTA: TIPO 'A' DEPOSITO, 'C' RETIRO*
      ******************************************************************
       FD  ARCH-EDO-CTA
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-EDO-CTA
           RECORD CONTAINS 100 CHARACTERS.
       01  REG-EDO-CTA.
           05 EDO-CUENTA                PIC X(10).
           05 EDO-FECHA                 PIC X(10).
           05 EDO-TPOMOV                PIC X(01).
           05 EDO-IMPORTE               PIC 9(15)V9(02).
           05 EDO-REFERENCIA            PIC X(20).
           05 EDO-DESCRIPCION           PIC X(40).
           05 FILLER                    PIC X(02).
      *
       FD  ARCH-RPT-CONC
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-RPT-CONC
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-RPT-CONC                 PIC X(132).
      *
      ******************************************************************
      *  REPOSITORIO COMUN DE CIFRAS DE CONTROL DE LA CADENA (SE       *
      *  ESCRIBE EN EXTENSION; EL COMPARADOR ZM4CC001 LO CONSUME)      *
      ******************************************************************
       FD  ARCH-CIF-CTL
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-CIF-CTL
           RECORD CONTAINS 60 CHARACTERS.
       01  REG-CIF-CTL.
           05 CIF-PROGRAMA              PIC X(08).
           05 CIF-FEC-NEGOCIO           PIC X(10).
           05 CIF-NOMBRE                PIC X(20).
           05 CIF-VALOR                 PIC S9(15)V9(02).
           05 FILLER                    PIC X(05).
      *
      ******************************************************************
      *  WORKING STORAGE SECTION                                       *
      ******************************************************************
       WORKING-STORAGE SECTION.
      *
       01 W000-PROG                  PIC X(08)       VALUE 'ZM4RB001'.
      *
       01 WS-VARIABLES.
          05 WS-SQLCODE              PIC -999        VALUE ZEROS.
      *
       01 WS-FEC-NEGOCIO             PIC X(10)       VALUE SPACES.
       01 WS-TPOMOV                  PIC X(01)       VALUE 'A'.
      *
      ******************************************************************
      *  RENGLONES DE POLIZA DEL TIPO A CONCILIAR                      *
      ******************************************************************
       01 WSC-MAX-POL                PIC 9(05)      VALUE 2000.
       01 WS-NUM-POL                 PIC 9(05)      COMP VALUE ZEROS.
       01 WS-IX-POL                  PIC 9(05)      COMP VALUE ZEROS.
       01 TABLA-POLIZA.
          05 POL-ENT                 OCCURS 2000 TIMES.
             10 POL-E-FHAPLICA       PIC X(10).
             10 POL-E-IEMPR          PIC X(03).
             10 POL-E-CUENTA         PIC X(10).
             10 POL-E-FOLIO-INI      PIC 9(10).
             10 POL-E-FOLIO-FIN      PIC 9(10).
             10 POL-E-IMPORTE        PIC 9(15)V9(02).
             10 POL-E-MNT-POSTEO     PIC 9(15)V9(02).
      *
      ******************************************************************
      *  MOVIMIENTOS POSTEADOS EN ZMDT633 DENTRO DE LOS RANGOS         *
      ******************************************************************
       01 WSC-MAX-POS                PIC 9(05)      VALUE 20000.
       01 WS-NUM-POS                 PIC 9(05)      COMP VALUE ZEROS.
       01 WS-IX-POS                  PIC 9(05)      COMP VALUE ZEROS.
       01 WS-KX-POS                  PIC 9(05)      COMP VALUE ZEROS.
       01 TABLA-POSTEOS.
          05 POS-ENT                 OCCURS 20000 TIMES.
             10 POS-E-CUENTA         PIC X(10).
             10 POS-E-FHAPLICA       PIC X(10).
             10 POS-E-IREF           PIC 9(10).
             10 POS-E-MONTO          PIC 9(15)V9(02).
             10 POS-E-USADO          PIC X(01).
       01 WS-POS-HALLADO             PIC X(01)      VALUE 'N'.
          88 WS-POS-HALLADO-SI                      VALUE 'S'.
          88 WS-POS-HALLADO-NO                      VALUE 'N'.
      *
      ******************************************************************
      *  DIFERENCIAS POR CUENTA Y DIA (ESTADO CONTRA POSTEO)           *
      ******************************************************************
       01 WSC-MAX-DIA                PIC 9(05)      VALUE 2000.
       01 WS-NUM-DIA                 PIC 9(05)      COMP VALUE ZEROS.
       01 WS-IX-DIA                  PIC 9(05)      COMP VALUE ZEROS.
       01 WS-KX-DIA                  PIC 9(05)      COMP VALUE ZEROS.
       01 TABLA-DIAS.
          05 DIA-ENT                 OCCURS 2000 TIMES.
             10 DIA-E-LLAVE.
                15 DIA-E-CUENTA      PIC X(10).
                15 DIA-E-FECHA       PIC X(10).
             10 DIA-E-MNT-EDO        PIC 9(15)V9(02).
             10 DIA-E-MNT-POSTEO     PIC 9(15)V9(02).
       01 WS-LLAVE-DIA.
          05 WS-LLAVE-DIA-CUENTA     PIC X(10).
          05 WS-LLAVE-DIA-FECHA      PIC X(10).
       01 WS-DIA-HALLADO             PIC X(01)      VALUE 'N'.
          88 WS-DIA-HALLADO-SI                      VALUE 'S'.
          88 WS-DIA-HALLADO-NO                      VALUE 'N'.
       01 WS-DIF-DIA                 PIC S9(15)V9(02) VALUE ZEROS.
      *
       01 WS-CTA-HALLADA             PIC X(01)      VALUE 'N'.
          88 WS-CTA-HALLADA-SI                      VALUE 'S'.
          88 WS-CTA-HALLADA-NO                      VALUE 'N'.
      *
      ******************************************************************
      *  VARIABLES DB2 PARA EL CURSOR DE ZMDT633                       *
      ******************************************************************
       01 WS-SQL-CONTRATO            PIC X(10)       VALUE SPACES.
       01 WS-SQL-FHAPLICA            PIC X(10)       VALUE SPACES.
       01 WS-SQL-TPOMOV              PIC X(01)       VALUE SPACES.
       01 WS-SQL-FOLIO-INI           PIC S9(10)V     COMP-3 VALUE ZEROS.
       01 WS-SQL-FOLIO-FIN           PIC S9(10)V     COMP-3 VALUE ZEROS.
       01 WS-CON-IREF                PIC S9(10)V     COMP-3 VALUE ZEROS.
       01 WS-CON-MAFECTA             PIC S9(15)V9(02)
                                                     COMP-3 VALUE ZEROS.
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
       01 WS-FIN-CURSOR              PIC X(01)       VALUE 'N'.
          88 WS-FIN-CURSOR-SI                        VALUE 'S'.
          88 WS-FIN-CURSOR-NO                        VALUE 'N'.
      *
      ******************************************************************
      *  CIFRAS DE CONTROL                                             *
      ******************************************************************
       01 WS-TOT-POL-LEIDOS          PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-MNT-POLIZA          PIC 9(15)V9(02) VALUE ZEROS.
       01 WS-TOT-POL-NO-CUADRA       PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-POSTEOS             PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-MNT-POSTEO          PIC 9(15)V9(02) VALUE ZEROS.
       01 WS-TOT-EDO-LEIDOS          PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-EDO-OMITIDOS        PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-EDO-MOVS            PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-MNT-EDO             PIC 9(15)V9(02) VALUE ZEROS.
       01 WS-TOT-CONCILIADOS         PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-MNT-CONCILIADO      PIC 9(15)V9(02) VALUE ZEROS.
       01 WS-TOT-EDO-SIN-POSTEO      PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-MNT-EDO-SIN-POS     PIC 9(15)V9(02) VALUE ZEROS.
       01 WS-TOT-POS-SIN-EDO         PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-MNT-POS-SIN-EDO     PIC 9(15)V9(02) VALUE ZEROS.
       01 WS-TOT-DIAS-CON-DIF        PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-MNT-DIF-DIARIA      PIC 9(15)V9(02) VALUE ZEROS.
      *
      ******************************************************************
      *  RENGLONES DEL REPORTE DE CONCILIACION                         *
      ******************************************************************
       01  B1-01-ENCA.
           05 FILLER                 PIC X(44) VALUE
             '   CONCILIACION BANCARIA DE LA CONCENTRADORA'.
           05 FILLER                 PIC X(44) VALUE
             ' CONTRA ZMDT633      FECHA DE NEGOCIO:      '.
           05 B1-01-FECHA            PIC X(10).
           05 FILLER                 PIC X(08) VALUE
             '  TIPO: '.
           05 B1-01-TPOMOV           PIC X(01).
           05 FILLER                 PIC X(25) VALUE SPACES.
      *
       01  B1-02-ENCA.
           05 FILLER                 PIC X(44) VALUE
             ' SITUACION                    CUENTA     FEC'.
           05 FILLER                 PIC X(44) VALUE
             'HA APLIC.  FOLIO              IMPORTE REFERE'.
           05 FILLER                 PIC X(44) VALUE
             'NCIA / OBSERVACION                          '.
      *
       01  B1-03-ENCA.
           05 FILLER                 PIC X(132) VALUE ALL '-'.
      *
       01  B1-01-DETA.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 B1-01-DET-SITUACION    PIC X(28).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 B1-01-DET-CUENTA       PIC X(10).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 B1-01-DET-FECHA        PIC X(10).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 B1-01-DET-FOLIO        PIC Z(09)9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 B1-01-DET-IMPORTE      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 B1-01-DET-OBS          PIC X(40).
           05 FILLER                 PIC X(09) VALUE SPACES.
      *
       01  B1-01-TOTALES.
           05 FILLER                 PIC X(26) VALUE
              '*** CIFRAS DE CONTROL *** '.
           05 B1-01-TOT-TEXTO        PIC X(30).
           05 B1-01-TOT-CIFRA        PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 B1-01-TOT-MONTO        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(47) VALUE SPACES.
      *
       01  B1-ESPACIOS.
           05 FILLER                 PIC X(132) VALUE SPACES.
      *
      ******************************************************************
      *    DECLARACION DE CURSORES                                     *
      ******************************************************************
      *
      *    MOVIMIENTOS POSTEADOS A LA CUENTA DEL RENGLON DE POLIZA EN
      *    SU FECHA DE APLICACION Y DENTRO DE SU RANGO DE FOLIOS
           EXEC SQL
             DECLARE C500-POSTEOS CURSOR FOR
               SELECT M.ZM633_IREF,      M.ZM633_MAFECTA
                 FROM ZMDT633 M
                WHERE M.ZM633_CONTRATO  = :WS-SQL-CONTRATO
                  AND M.ZM633_FHAPLICA  = :WS-SQL-FHAPLICA
                  AND M.ZM633_TPOMOV    = :WS-SQL-TPOMOV
                  AND M.ZM633_IREF BETWEEN :WS-SQL-FOLIO-INI
                                       AND :WS-SQL-FOLIO-FIN
                ORDER BY M.ZM633_IREF
                 WITH UR
           END-EXEC.
      *
      ******************************************************************
      *  PROCEDURE DIVISION                                            *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 005-ABRE-ARCHIVOS.
           PERFORM 010-CARGA-POLIZA.
           PERFORM 020-CARGA-POSTEOS.
           PERFORM 030-CONCILIA-ESTADO.
           PERFORM 050-REPORTA-POSTEOS.
           PERFORM 060-REPORTA-DIAS.
           PERFORM 070-ESCRIBE-TOTALES.
           PERFORM 075-GRABA-CIFRAS.
           PERFORM 080-CIERRA-ARCHIVOS.
           PERFORM 999-TERMINA.
      *
      ******************************************************************
      *   ABRE ARCHIVOS Y VALIDA LA TARJETA DE PARAMETROS              *
      ******************************************************************
       005-ABRE-ARCHIVOS.
           OPEN INPUT  ARCH-PARM-RB.
           READ ARCH-PARM-RB
                AT END MOVE 'S'         TO WS-FIN-ARCHIVO.
           IF WS-FIN-ARCHIVO-SI
              DISPLAY 'ARCHIVO DE PARAMETROS DE CONCILIACION VACIO'
              DISPLAY 'SE TERMINA EL PROGRAMA                '
              PERFORM 999-ABORTA
           END-IF.
           CLOSE       ARCH-PARM-RB.
           IF PARM-FEC-NEGOCIO = SPACES
              DISPLAY W000-PROG ' FECHA DE NEGOCIO EN BLANCO'
              PERFORM 999-ABORTA
           END-IF.
           MOVE PARM-FEC-NEGOCIO        TO WS-FEC-NEGOCIO.
           IF PARM-TPOMOV NOT = SPACES
              MOVE PARM-TPOMOV          TO WS-TPOMOV
           END-IF.
           IF WS-TPOMOV NOT = 'A' AND
              WS-TPOMOV NOT = 'C'
              DISPLAY W000-PROG ' TIPO DE MOVIMIENTO NO VALIDO: '
                      WS-TPOMOV
              PERFORM 999-ABORTA
           END-IF.
           OPEN INPUT  ARCH-GL-POLIZA
                       ARCH-EDO-CTA.
           OPEN OUTPUT ARCH-RPT-CONC.
           MOVE WS-FEC-NEGOCIO          TO B1-01-FECHA.
           MOVE WS-TPOMOV               TO B1-01-TPOMOV.
           WRITE REG-RPT-CONC         FROM B1-01-ENCA.
           WRITE REG-RPT-CONC         FROM B1-02-ENCA.
           WRITE REG-RPT-CONC         FROM B1-03-ENCA.
       005-FIN.
           EXIT.
      *
      ******************************************************************
      *    CARGA A MEMORIA LOS RENGLONES DE POLIZA DEL TIPO A         *
      *    CONCILIAR                                                  *
      ******************************************************************
       010-CARGA-POLIZA.
           MOVE 'N'                     TO WS-FIN-ARCHIVO.
           PERFORM 011-LEE-POLIZA UNTIL WS-FIN-ARCHIVO-SI.
       010-FIN.
           EXIT.
      *
       011-LEE-POLIZA.
           READ ARCH-GL-POLIZA
                AT END MOVE 'S'         TO WS-FIN-ARCHIVO
                NOT AT END
                   IF GL-TPOMOV = WS-TPOMOV
                      ADD 1             TO WS-TOT-POL-LEIDOS
                      ADD GL-IMPORTE    TO WS-TOT-MNT-POLIZA
                      IF WS-NUM-POL NOT < WSC-MAX-POL
                         DISPLAY W000-PROG ' POLIZA EXCEDE LA TABLA '
                                 'DE ' WSC-MAX-POL ' ENTRADAS'
                         PERFORM 999-ABORTA
                      END-IF
                      ADD 1             TO WS-NUM-POL
                      MOVE GL-FHAPLICA  TO POL-E-FHAPLICA (WS-NUM-POL)
                      MOVE GL-IEMPR     TO POL-E-IEMPR    (WS-NUM-POL)
                      MOVE GL-CUENTA    TO POL-E-CUENTA   (WS-NUM-POL)
                      MOVE GL-FOLIO-INI TO POL-E-FOLIO-INI(WS-NUM-POL)
                      MOVE GL-FOLIO-FIN TO POL-E-FOLIO-FIN(WS-NUM-POL)
                      MOVE GL-IMPORTE   TO POL-E-IMPORTE  (WS-NUM-POL)
                      MOVE ZEROS        TO POL-E-MNT-POSTEO
                                                        (WS-NUM-POL)
                   END-IF
           END-READ.
       011-FIN.
           EXIT.
      *
      ******************************************************************
      *    POR CADA RENGLON DE POLIZA CARGA LOS MOVIMIENTOS DE ZMDT633*
      *    DE SU RANGO DE FOLIOS Y VERIFICA QUE SUMEN SU IMPORTE      *
      ******************************************************************
       020-CARGA-POSTEOS.
           PERFORM 021-POSTEOS-POLIZA
              VARYING WS-IX-POL FROM 1 BY 1
                UNTIL WS-IX-POL > WS-NUM-POL.
       020-FIN.
           EXIT.
      *
       021-POSTEOS-POLIZA.
           MOVE POL-E-CUENTA    (WS-IX-POL) TO WS-SQL-CONTRATO.
           MOVE POL-E-FHAPLICA  (WS-IX-POL) TO WS-SQL-FHAPLICA.
           MOVE WS-TPOMOV                   TO WS-SQL-TPOMOV.
           MOVE POL-E-FOLIO-INI (WS-IX-POL) TO WS-SQL-FOLIO-INI.
           MOVE POL-E-FOLIO-FIN (WS-IX-POL) TO WS-SQL-FOLIO-FIN.
           PERFORM 040-ABRE-CURSOR.
           PERFORM 045-LEE-CURSOR.
           PERFORM 022-GUARDA-POSTEO UNTIL WS-FIN-CURSOR-SI.
           PERFORM 048-CIERRA-CURSOR.
           IF POL-E-MNT-POSTEO (WS-IX-POL) NOT =
              POL-E-IMPORTE (WS-IX-POL)
              ADD 1                     TO WS-TOT-POL-NO-CUADRA
              MOVE 'POLIZA NO CUADRA CON ZMDT633' TO
                                           B1-01-DET-SITUACION
              MOVE POL-E-CUENTA   (WS-IX-POL) TO B1-01-DET-CUENTA
              MOVE POL-E-FHAPLICA (WS-IX-POL) TO B1-01-DET-FECHA
              MOVE POL-E-FOLIO-INI(WS-IX-POL) TO B1-01-DET-FOLIO
              COMPUTE B1-01-DET-IMPORTE =
                      POL-E-IMPORTE (WS-IX-POL) -
                      POL-E-MNT-POSTEO (WS-IX-POL)
              MOVE SPACES               TO B1-01-DET-OBS
              STRING 'EMPRESA ' POL-E-IEMPR (WS-IX-POL)
                     ' FOLIOS HASTA ' POL-E-FOLIO-FIN (WS-IX-POL)
                  DELIMITED BY SIZE INTO B1-01-DET-OBS
              END-STRING
              WRITE REG-RPT-CONC      FROM B1-01-DETA
           END-IF.
       021-FIN.
           EXIT.
      *
       022-GUARDA-POSTEO.
           IF WS-NUM-POS NOT < WSC-MAX-POS
              DISPLAY W000-PROG ' POSTEOS EXCEDEN LA TABLA DE '
                      WSC-MAX-POS ' ENTRADAS'
              PERFORM 999-ABORTA
           END-IF.
           ADD 1                        TO WS-NUM-POS.
           MOVE POL-E-CUENTA (WS-IX-POL)   TO POS-E-CUENTA (WS-NUM-POS).
           MOVE POL-E-FHAPLICA (WS-IX-POL) TO
                                        POS-E-FHAPLICA (WS-NUM-POS).
           MOVE WS-CON-IREF             TO POS-E-IREF   (WS-NUM-POS).
           MOVE WS-CON-MAFECTA          TO POS-E-MONTO  (WS-NUM-POS).
           MOVE 'N'                     TO POS-E-USADO  (WS-NUM-POS).
           ADD WS-CON-MAFECTA     TO POL-E-MNT-POSTEO (WS-IX-POL).
           ADD 1                        TO WS-TOT-POSTEOS.
           ADD WS-CON-MAFECTA           TO WS-TOT-MNT-POSTEO.
      *--- ACUMULA EL POSTEO EN LA DIFERENCIA DEL DIA
           MOVE POL-E-CUENTA   (WS-IX-POL) TO WS-LLAVE-DIA-CUENTA.
           MOVE POL-E-FHAPLICA (WS-IX-POL) TO WS-LLAVE-DIA-FECHA.
           PERFORM 055-UBICA-DIA.
           ADD WS-CON-MAFECTA    TO DIA-E-MNT-POSTEO (WS-KX-DIA).
           PERFORM 045-LEE-CURSOR.
       022-FIN.
           EXIT.
      *
      ******************************************************************
      *    LEE EL ESTADO DE CUENTA; CADA RENGLON DEL TIPO A CONCILIAR *
      *    DE UNA CUENTA DE LA POLIZA SE EMPATA CONTRA UN POSTEO AUN  *
      *    LIBRE DE LA MISMA CUENTA, FECHA E IMPORTE                  *
      ******************************************************************
       030-CONCILIA-ESTADO.
           MOVE 'N'                     TO WS-FIN-ARCHIVO.
           PERFORM 031-LEE-ESTADO UNTIL WS-FIN-ARCHIVO-SI.
       030-FIN.
           EXIT.
      *
       031-LEE-ESTADO.
           READ ARCH-EDO-CTA
                AT END MOVE 'S'         TO WS-FIN-ARCHIVO
                NOT AT END
                   ADD 1                TO WS-TOT-EDO-LEIDOS
                   PERFORM 035-CONCILIA-RENGLON
           END-READ.
       031-FIN.
           EXIT.
      *
       035-CONCILIA-RENGLON.
           MOVE 'N'                     TO WS-CTA-HALLADA.
           IF EDO-TPOMOV = WS-TPOMOV
              PERFORM 036-BUSCA-CUENTA
                 VARYING WS-IX-POL FROM 1 BY 1
                   UNTIL WS-IX-POL > WS-NUM-POL
                      OR WS-CTA-HALLADA-SI
           END-IF.
           IF WS-CTA-HALLADA-NO
              ADD 1                     TO WS-TOT-EDO-OMITIDOS
           ELSE
              ADD 1                     TO WS-TOT-EDO-MOVS
              ADD EDO-IMPORTE           TO WS-TOT-MNT-EDO
              MOVE EDO-CUENTA           TO WS-LLAVE-DIA-CUENTA
              MOVE EDO-FECHA            TO WS-LLAVE-DIA-FECHA
              PERFORM 055-UBICA-DIA
              ADD EDO-IMPORTE     TO DIA-E-MNT-EDO (WS-KX-DIA)
      *
              MOVE 'N'                  TO WS-POS-HALLADO
              PERFORM 037-BUSCA-POSTEO
                 VARYING WS-IX-POS FROM 1 BY 1
                   UNTIL WS-IX-POS > WS-NUM-POS
                      OR WS-POS-HALLADO-SI
              IF WS-POS-HALLADO-SI
                 MOVE 'S'               TO POS-E-USADO (WS-KX-POS)
                 ADD 1                  TO WS-TOT-CONCILIADOS
                 ADD EDO-IMPORTE        TO WS-TOT-MNT-CONCILIADO
              ELSE
                 ADD 1                  TO WS-TOT-EDO-SIN-POSTEO
                 ADD EDO-IMPORTE        TO WS-TOT-MNT-EDO-SIN-POS
                 MOVE 'ESTADO DE CUENTA SIN POSTEO' TO
                                              B1-01-DET-SITUACION
                 MOVE EDO-CUENTA        TO B1-01-DET-CUENTA
                 MOVE EDO-FECHA         TO B1-01-DET-FECHA
                 MOVE ZEROS             TO B1-01-DET-FOLIO
                 MOVE EDO-IMPORTE       TO B1-01-DET-IMPORTE
                 MOVE SPACES            TO B1-01-DET-OBS
                 STRING EDO-REFERENCIA ' ' EDO-DESCRIPCION
                     DELIMITED BY SIZE INTO B1-01-DET-OBS
                 END-STRING
                 WRITE REG-RPT-CONC   FROM B1-01-DETA
              END-IF
           END-IF.
       035-FIN.
           EXIT.
      *
       036-BUSCA-CUENTA.
           IF POL-E-CUENTA (WS-IX-POL) = EDO-CUENTA
              SET WS-CTA-HALLADA-SI     TO TRUE
           END-IF.
       036-FIN.
           EXIT.
      *
       037-BUSCA-POSTEO.
           IF POS-E-USADO    (WS-IX-POS) = 'N'
           AND POS-E-CUENTA  (WS-IX-POS) = EDO-CUENTA
           AND POS-E-FHAPLICA(WS-IX-POS) = EDO-FECHA
           AND POS-E-MONTO   (WS-IX-POS) = EDO-IMPORTE
              SET WS-POS-HALLADO-SI     TO TRUE
              MOVE WS-IX-POS            TO WS-KX-POS
           END-IF.
       037-FIN.
           EXIT.
      *
      ******************************************************************
      *   ABRE EL CURSOR DE POSTEOS DEL RENGLON DE POLIZA              *
      ******************************************************************
       040-ABRE-CURSOR.
           MOVE 'N'                     TO WS-FIN-CURSOR.
           EXEC SQL
              OPEN C500-POSTEOS
           END-EXEC.
           IF SQLCODE NOT = ZEROS AND
              SQLCODE NOT = 100
              DISPLAY 'ERROR AL ABRIR EL CURSOR C500-POSTEOS'
              MOVE SQLCODE              TO WS-SQLCODE
              DISPLAY 'SQLCODE ' WS-SQLCODE
              DISPLAY 'SE TERMINA EL PROGRAMA                '
              PERFORM 999-ABORTA
           END-IF.
       040-FIN.
           EXIT.
      *
      ******************************************************************
      *   LEE UN POSTEO DEL CURSOR                                     *
      ******************************************************************
       045-LEE-CURSOR.
           EXEC SQL
              FETCH C500-POSTEOS
               INTO :WS-CON-IREF,     :WS-CON-MAFECTA
           END-EXEC.
           IF SQLCODE NOT = ZEROS AND
              SQLCODE NOT = 100
              DISPLAY 'ERROR AL LEER  EL CURSOR C500-POSTEOS'
              MOVE SQLCODE              TO WS-SQLCODE
              DISPLAY 'SQLCODE ' WS-SQLCODE
              DISPLAY 'SE TERMINA EL PROGRAMA                '
              PERFORM 999-ABORTA
           END-IF.
           IF SQLCODE = 100
              MOVE 'S'                  TO WS-FIN-CURSOR
           END-IF.
       045-FIN.
           EXIT.
      *
      ******************************************************************
      *   CIERRA EL CURSOR DE POSTEOS                                  *
      ******************************************************************
       048-CIERRA-CURSOR.
           EXEC SQL
              CLOSE C500-POSTEOS
           END-EXEC.
           IF SQLCODE NOT = ZEROS AND
              SQLCODE NOT = 100
              DISPLAY 'ERROR AL CERRAR EL CURSOR C500-POSTEOS'
              MOVE SQLCODE              TO WS-SQLCODE
              DISPLAY 'SQLCODE ' WS-SQLCODE
              DISPLAY 'SE TERMINA EL PROGRAMA                '
              PERFORM 999-ABORTA
           END-IF.
       048-FIN.
           EXIT.
      *
      ******************************************************************
      *    POSTEOS QUE NINGUN RENGLON DEL ESTADO DE CUENTA EMPATO     *
      ******************************************************************
       050-REPORTA-POSTEOS.
           PERFORM 051-REVISA-POSTEO
              VARYING WS-IX-POS FROM 1 BY 1
                UNTIL WS-IX-POS > WS-NUM-POS.
       050-FIN.
           EXIT.
      *
       051-REVISA-POSTEO.
           IF POS-E-USADO (WS-IX-POS) = 'N'
              ADD 1                     TO WS-TOT-POS-SIN-EDO
              ADD POS-E-MONTO (WS-IX-POS) TO WS-TOT-MNT-POS-SIN-EDO
              MOVE 'POSTEO SIN ESTADO DE CUENTA' TO
                                           B1-01-DET-SITUACION
              MOVE POS-E-CUENTA   (WS-IX-POS) TO B1-01-DET-CUENTA
              MOVE POS-E-FHAPLICA (WS-IX-POS) TO B1-01-DET-FECHA
              MOVE POS-E-IREF     (WS-IX-POS) TO B1-01-DET-FOLIO
              MOVE POS-E-MONTO    (WS-IX-POS) TO B1-01-DET-IMPORTE
              MOVE SPACES               TO B1-01-DET-OBS
              WRITE REG-RPT-CONC      FROM B1-01-DETA
           END-IF.
       051-FIN.
           EXIT.
      *
      ******************************************************************
      *    UBICA (O DA DE ALTA) LA CUENTA Y DIA EN LA TABLA DE        *
      *    DIFERENCIAS; DEJA EL INDICE EN WS-KX-DIA                   *
      ******************************************************************
       055-UBICA-DIA.
           MOVE 'N'                     TO WS-DIA-HALLADO.
           PERFORM 056-BUSCA-DIA
              VARYING WS-IX-DIA FROM 1 BY 1
                UNTIL WS-IX-DIA > WS-NUM-DIA
                   OR WS-DIA-HALLADO-SI.
           IF WS-DIA-HALLADO-NO
              IF WS-NUM-DIA NOT < WSC-MAX-DIA
                 DISPLAY W000-PROG ' CUENTAS/DIAS EXCEDEN LA TABLA DE '
                         WSC-MAX-DIA ' ENTRADAS'
                 PERFORM 999-ABORTA
              END-IF
              ADD 1                     TO WS-NUM-DIA
              MOVE WS-LLAVE-DIA         TO DIA-E-LLAVE (WS-NUM-DIA)
              MOVE ZEROS                TO DIA-E-MNT-EDO (WS-NUM-DIA)
              MOVE ZEROS             TO DIA-E-MNT-POSTEO (WS-NUM-DIA)
              MOVE WS-NUM-DIA           TO WS-KX-DIA
           END-IF.
       055-FIN.
           EXIT.
      *
       056-BUSCA-DIA.
           IF DIA-E-LLAVE (WS-IX-DIA) = WS-LLAVE-DIA
              SET WS-DIA-HALLADO-SI     TO TRUE
              MOVE WS-IX-DIA            TO WS-KX-DIA
           END-IF.
       056-FIN.
           EXIT.
      *
      ******************************************************************
      *    DIFERENCIAS DIARIAS POR CUENTA: ESTADO DE CUENTA MENOS     *
      *    POSTEADO EN ZMDT633                                        *
      ******************************************************************
       060-REPORTA-DIAS.
           PERFORM 061-REVISA-DIA
              VARYING WS-IX-DIA FROM 1 BY 1
                UNTIL WS-IX-DIA > WS-NUM-DIA.
       060-FIN.
           EXIT.
      *
       061-REVISA-DIA.
           COMPUTE WS-DIF-DIA = DIA-E-MNT-EDO (WS-IX-DIA)
                              - DIA-E-MNT-POSTEO (WS-IX-DIA).
           IF WS-DIF-DIA NOT = ZEROS
              ADD 1                     TO WS-TOT-DIAS-CON-DIF
              IF WS-DIF-DIA < ZEROS
                 SUBTRACT WS-DIF-DIA  FROM WS-TOT-MNT-DIF-DIARIA
              ELSE
                 ADD WS-DIF-DIA         TO WS-TOT-MNT-DIF-DIARIA
              END-IF
              MOVE 'DIFERENCIA DEL DIA'  TO B1-01-DET-SITUACION
              MOVE DIA-E-CUENTA (WS-IX-DIA) TO B1-01-DET-CUENTA
              MOVE DIA-E-FECHA  (WS-IX-DIA) TO B1-01-DET-FECHA
              MOVE ZEROS                TO B1-01-DET-FOLIO
              MOVE WS-DIF-DIA           TO B1-01-DET-IMPORTE
              MOVE 'ESTADO DE CUENTA MENOS POSTEADO'
                                        TO B1-01-DET-OBS
              WRITE REG-RPT-CONC      FROM B1-01-DETA
           END-IF.
       061-FIN.
           EXIT.
      *
      ******************************************************************
      *    CIFRAS DE CONTROL AL PIE DEL REPORTE                       *
      ******************************************************************
       070-ESCRIBE-TOTALES.
           WRITE REG-RPT-CONC         FROM B1-ESPACIOS.
           WRITE REG-RPT-CONC         FROM B1-03-ENCA.
           MOVE 'RENGLONES DE POLIZA         :' TO B1-01-TOT-TEXTO.
           MOVE WS-TOT-POL-LEIDOS       TO B1-01-TOT-CIFRA.
           MOVE WS-TOT-MNT-POLIZA       TO B1-01-TOT-MONTO.
           WRITE REG-RPT-CONC         FROM B1-01-TOTALES.
           MOVE 'POLIZAS QUE NO CUADRAN      :' TO B1-01-TOT-TEXTO.
           MOVE WS-TOT-POL-NO-CUADRA    TO B1-01-TOT-CIFRA.
           MOVE ZEROS                   TO B1-01-TOT-MONTO.
           WRITE REG-RPT-CONC         FROM B1-01-TOTALES.
           MOVE 'POSTEOS EN ZMDT633          :' TO B1-01-TOT-TEXTO.
           MOVE WS-TOT-POSTEOS          TO B1-01-TOT-CIFRA.
           MOVE WS-TOT-MNT-POSTEO       TO B1-01-TOT-MONTO.
           WRITE REG-RPT-CONC         FROM B1-01-TOTALES.
           MOVE 'ESTADO DE CUENTA CONCILIABLE:' TO B1-01-TOT-TEXTO.
           MOVE WS-TOT-EDO-MOVS         TO B1-01-TOT-CIFRA.
           MOVE WS-TOT-MNT-EDO          TO B1-01-TOT-MONTO.
           WRITE REG-RPT-CONC         FROM B1-01-TOTALES.
           MOVE 'ESTADO DE CUENTA OMITIDO    :' TO B1-01-TOT-TEXTO.
           MOVE WS-TOT-EDO-OMITIDOS     TO B1-01-TOT-CIFRA.
           MOVE ZEROS                   TO B1-01-TOT-MONTO.
           WRITE REG-RPT-CONC         FROM B1-01-TOTALES.
           MOVE 'CONCILIADOS                 :' TO B1-01-TOT-TEXTO.
           MOVE WS-TOT-CONCILIADOS      TO B1-01-TOT-CIFRA.
           MOVE WS-TOT-MNT-CONCILIADO   TO B1-01-TOT-MONTO.
           WRITE REG-RPT-CONC         FROM B1-01-TOTALES.
           MOVE 'ESTADO DE CUENTA SIN POSTEO :' TO B1-01-TOT-TEXTO.
           MOVE WS-TOT-EDO-SIN-POSTEO   TO B1-01-TOT-CIFRA.
           MOVE WS-TOT-MNT-EDO-SIN-POS  TO B1-01-TOT-MONTO.
           WRITE REG-RPT-CONC         FROM B1-01-TOTALES.
           MOVE 'POSTEOS SIN ESTADO DE CUENTA:' TO B1-01-TOT-TEXTO.
           MOVE WS-TOT-POS-SIN-EDO      TO B1-01-TOT-CIFRA.
           MOVE WS-TOT-MNT-POS-SIN-EDO  TO B1-01-TOT-MONTO.
           WRITE REG-RPT-CONC         FROM B1-01-TOTALES.
           MOVE 'CUENTAS/DIAS CON DIFERENCIA :' TO B1-01-TOT-TEXTO.
           MOVE WS-TOT-DIAS-CON-DIF     TO B1-01-TOT-CIFRA.
           MOVE WS-TOT-MNT-DIF-DIARIA   TO B1-01-TOT-MONTO.
           WRITE REG-RPT-CONC         FROM B1-01-TOTALES.
       070-FIN.
           EXIT.
      *
      ******************************************************************
      *    DEJA LAS CIFRAS DE LA CONCILIACION EN EL REPOSITORIO COMUN *
      *    DE LA CADENA (EN EXTENSION) PARA EL COMPARADOR ZM4CC001    *
      ******************************************************************
       075-GRABA-CIFRAS.
           OPEN EXTEND ARCH-CIF-CTL.
           MOVE W000-PROG               TO CIF-PROGRAMA.
           MOVE WS-FEC-NEGOCIO          TO CIF-FEC-NEGOCIO.
           MOVE 'POLIZA-MONTO'          TO CIF-NOMBRE.
           MOVE WS-TOT-MNT-POLIZA       TO CIF-VALOR.
           WRITE REG-CIF-CTL.
           MOVE 'POSTEO-MOVS'           TO CIF-NOMBRE.
           MOVE WS-TOT-POSTEOS          TO CIF-VALOR.
           WRITE REG-CIF-CTL.
           MOVE 'POSTEO-MONTO'          TO CIF-NOMBRE.
           MOVE WS-TOT-MNT-POSTEO       TO CIF-VALOR.
           WRITE REG-CIF-CTL.
           MOVE 'EDO-MOVS'              TO CIF-NOMBRE.
           MOVE WS-TOT-EDO-MOVS         TO CIF-VALOR.
           WRITE REG-CIF-CTL.
           MOVE 'EDO-MONTO'             TO CIF-NOMBRE.
           MOVE WS-TOT-MNT-EDO          TO CIF-VALOR.
           WRITE REG-CIF-CTL.
           MOVE 'CONCILIADO-MOVS'       TO CIF-NOMBRE.
           MOVE WS-TOT-CONCILIADOS      TO CIF-VALOR.
           WRITE REG-CIF-CTL.
           MOVE 'CONCILIADO-MONTO'      TO CIF-NOMBRE.
           MOVE WS-TOT-MNT-CONCILIADO   TO CIF-VALOR.
           WRITE REG-CIF-CTL.
           MOVE 'EDO-SIN-POSTEO'        TO CIF-NOMBRE.
           MOVE WS-TOT-EDO-SIN-POSTEO   TO CIF-VALOR.
           WRITE REG-CIF-CTL.
           MOVE 'POSTEO-SIN-EDO'        TO CIF-NOMBRE.
           MOVE WS-TOT-POS-SIN-EDO      TO CIF-VALOR.
           WRITE REG-CIF-CTL.
           MOVE 'POLIZAS-NO-CUADRA'     TO CIF-NOMBRE.
           MOVE WS-TOT-POL-NO-CUADRA    TO CIF-VALOR.
           WRITE REG-CIF-CTL.
           MOVE 'DIAS-CON-DIF'          TO CIF-NOMBRE.
           MOVE WS-TOT-DIAS-CON-DIF     TO CIF-VALOR.
           WRITE REG-CIF-CTL.
           MOVE 'DIF-DIARIA-MONTO'      TO CIF-NOMBRE.
           MOVE WS-TOT-MNT-DIF-DIARIA   TO CIF-VALOR.
           WRITE REG-CIF-CTL.
           CLOSE ARCH-CIF-CTL.
       075-FIN.
           EXIT.
      *
       080-CIERRA-ARCHIVOS.
           CLOSE ARCH-GL-POLIZA
                 ARCH-EDO-CTA
                 ARCH-RPT-CONC.
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
      *  REGRESA EL CONTROL AL PROGRAMA LLAMADOR                       *
      ******************************************************************
       999-TERMINA.
           DISPLAY W000-PROG ' CIFRAS DE CONTROL DE LA CONCILIACION'
           DISPLAY W000-PROG '   RENGLONES DE POLIZA      : '
                   WS-TOT-POL-LEIDOS
           DISPLAY W000-PROG '   POLIZAS QUE NO CUADRAN   : '
                   WS-TOT-POL-NO-CUADRA
           DISPLAY W000-PROG '   POSTEOS EN ZMDT633       : '
                   WS-TOT-POSTEOS
           DISPLAY W000-PROG '   ESTADO DE CUENTA LEIDO   : '
                   WS-TOT-EDO-LEIDOS
           DISPLAY W000-PROG '   ESTADO DE CUENTA OMITIDO : '
                   WS-TOT-EDO-OMITIDOS
           DISPLAY W000-PROG '   CONCILIADOS              : '
                   WS-TOT-CONCILIADOS
           DISPLAY W000-PROG '   ESTADO SIN POSTEO        : '
                   WS-TOT-EDO-SIN-POSTEO
           DISPLAY W000-PROG '   POSTEOS SIN ESTADO       : '
                   WS-TOT-POS-SIN-EDO
           DISPLAY W000-PROG '   CUENTAS/DIAS CON DIF.    : '
                   WS-TOT-DIAS-CON-DIF
           GOBACK.
       999-FIN.
           EXIT.
      *
      ******************************************************************
      *  TERMINA PROGRAMA ZM4RB001                                     *
      ******************************************************************
