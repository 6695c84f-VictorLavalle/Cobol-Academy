       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZM4MD001.
       AUTHOR. GESFOR (MEXICO), S.A. DE C.V.
       DATE-WRITTEN. MARZO 2025.
       DATE-COMPILED.
      *
      /
      ******************************************************************
      **                                                               *
      *    " S I V A   -   M A E S T R O   D E   D O N A N T E S "     *
      *                                                                *
      *  OBJETIVO: CONSOLIDAR POR RFC LAS CUENTAS DE UN MISMO DONANTE  *
      *            EN CASA DE BOLSA Y BANCA PATRIMONIAL (REGISTRO      *
      *            UNICO), A PARTIR DEL HISTORICO DE DETALLE POR       *
      *            DONANTE QUE ESCRIBE ZM4DJ097 Y DE ACLICTA/ZMDTDIR.  *
      *            PARA CADA RFC SE DETERMINA EL DATO ACORDADO DE      *
      *            NOMBRE FISCAL, CORREO Y CP FISCAL (EL QUE TIENEN    *
      *            MAS CUENTAS; EN EMPATE, EL DE LA CUENTA CON         *
      *            MOVIMIENTO MAS RECIENTE), SE LISTAN TODAS LAS       *
      *            CUENTAS LIGADAS Y SE MARCAN LOS VALORES QUE NO      *
      *            COINCIDEN PARA QUE LA SUCURSAL LOS CORRIJA.         *
      *                                                                *
      *            EL MAESTRO SALE ORDENADO POR RFC; LO LEEN ZM4CA001  *
      *            (NOMBRE Y CORREO DE LA CONSTANCIA) Y ZM4CE001       *
      *            (CORREO DE LA LISTA DE REENVIO).                    *
      *                                                                *
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
      *    MARCA      AUTOR    FECHA             DESCRIPCION           *
      * ----------- --------- -------- --------------------------------*
      * SDAT-40171I  XLR0921  02MAR25 VERSION INICIAL.                 *
      * SDAT-40171F  XLR0921                                           *
      * SDAT-40181I  XLR0921  11MAY25 EL HISTORICO DE DETALLE POR      *
      * SDAT-40181F  XLR0921          DONANTE ES UN KSDS (RFC+ANOMES+  *
      *                                IREF, 290 BYTES CON LA LLAVE AL *
      *                                FINAL); EL SORT LO TOMA COMPLETO*
      *                                Y LO ORDENA IGUAL QUE ANTES.    *
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
      *    HISTORICO DE DETALLE POR DONANTE DE ZM4DJ097
      * SDAT-40181I
      *    (KSDS RFC + ANOMES + IREF)
           SELECT ARCH-HIST-MD       ASSIGN TO ZM4MD0HI
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS HMD-LLAVE.
      * SDAT-40181F
      *
      *    ARCHIVO DE TRABAJO DEL SORT INTERNO
           SELECT ARCH-SORT-MD       ASSIGN TO SORTWK01.
      *
      *    MAESTRO DE DONANTES, UNO POR RFC
           SELECT ARCH-MAESTRO       ASSIGN TO UT-S-ZM4MD0MA.
      *
      *    CUENTAS LIGADAS A CADA RFC
           SELECT ARCH-CTAS-DON      ASSIGN TO UT-S-ZM4MD0CT.
      *
      *    LISTA DE TRABAJO DE DATOS EN CONFLICTO
           SELECT ARCH-RPT-CONFL     ASSIGN TO UT-S-ZM4MD0RP.
      *
      /
      ******************************************************************
      *   DATA DIVISION                                                *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *
      ******************************************************************
      *  HISTORICO DE DETALLE POR DONANTE (LAYOUT DE ZM4DJ097)         *
      ******************************************************************
       FD  ARCH-HIST-MD
           LABEL RECORD IS STANDARD
           DATA RECORD   IS  REG-HIST-MD
      * SDAT-40181I
           RECORD CONTAINS 290 CHARACTERS.
       01  REG-HIST-MD.
           05 FILLER                     PIC X(260).
           05 HMD-LLAVE                  PIC X(30).
      * SDAT-40181F
      *
      ******************************************************************
      *  ARCHIVO DE TRABAJO DEL SORT (RFC + CUENTA + ANOMES)           *
      ******************************************************************
       SD  ARCH-SORT-MD
           DATA RECORD   IS  REG-SORT-MD
      * SDAT-40181I
           RECORD CONTAINS 290 CHARACTERS.
      * SDAT-40181F
       01  REG-SORT-MD.
           05 SRT-IEMPR                  PIC X(03).
           05 SRT-ANOMES                 PIC 9(06).
           05 SRT-CCTAINVPAT             PIC X(10).
           05 SRT-IRFC                   PIC X(15).
      * SDAT-40181I
           05 FILLER                     PIC X(256).
      * SDAT-40181F
      *
      ******************************************************************
      *  MAESTRO DE DONANTES (REGISTRO UNICO POR RFC)                  *
      ******************************************************************
       FD  ARCH-MAESTRO
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-MAESTRO
           RECORD CONTAINS 200 CHARACTERS.
       01  REG-MAESTRO.
           05 MDN-IRFC                   PIC X(15).
           05 MDN-NOMBRE                 PIC X(100).
           05 MDN-EMAIL                  PIC X(50).
           05 MDN-CP-FISCAL              PIC 9(05).
           05 MDN-NUM-CUENTAS            PIC 9(03).
           05 MDN-CONFL-NOMBRE           PIC X(01).
           05 MDN-CONFL-EMAIL            PIC X(01).
           05 MDN-CONFL-CP               PIC X(01).
           05 MDN-ULT-ANOMES             PIC 9(06).
           05 MDN-ICLIENTE               PIC 9(09).
           05 FILLER                     PIC X(09).
      *
      ******************************************************************
      *  CUENTAS LIGADAS AL RFC, CON SUS VALORES Y LAS DIFERENCIAS     *
      *  CONTRA EL DATO ACORDADO ('*' = NO COINCIDE)                   *
      ******************************************************************
       FD  ARCH-CTAS-DON
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-CTAS-DON
           RECORD CONTAINS 214 CHARACTERS.
       01  REG-CTAS-DON.
           05 MDC-IRFC                   PIC X(15).
           05 MDC-IEMPR                  PIC X(03).
           05 MDC-CCTAINVPAT             PIC X(10).
           05 MDC-ICUENTA                PIC 9(09).
           05 MDC-ICLIENTE               PIC 9(09).
           05 MDC-ISUCCASA               PIC X(03).
           05 MDC-NOMBRE                 PIC X(100).
           05 MDC-EMAIL                  PIC X(50).
           05 MDC-CP-FISCAL              PIC 9(05).
           05 MDC-ULT-ANOMES             PIC 9(06).
           05 MDC-DIF-NOMBRE             PIC X(01).
           05 MDC-DIF-EMAIL              PIC X(01).
           05 MDC-DIF-CP                 PIC X(01).
           05 FILLER                     PIC X(01).
      *
      ******************************************************************
      *  LISTA DE TRABAJO DE DATOS EN CONFLICTO                        *
      ******************************************************************
       FD  ARCH-RPT-CONFL
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-RPT-CONFL
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-RPT-CONFL                 PIC X(132).
      *
      ******************************************************************
      *  WORKING STORAGE SECTION                                       *
      ******************************************************************
       WORKING-STORAGE SECTION.
      *
       01 W000-PROG                  PIC X(08)       VALUE 'ZM4MD001'.
      *
       01 WS-VARIABLES.
          05 WS-SQLCODE              PIC -999        VALUE ZEROS.
      *
      ******************************************************************
      *  RENGLON DEL HISTORICO EN TURNO (LO ENTREGA EL SORT INTERNO)   *
      ******************************************************************
       01 WS-REG-HIST-MD.
           05 HDET-IEMPR                 PIC X(03).
           05 HDET-ANOMES                PIC 9(06).
           05 HDET-CCTAINVPAT            PIC X(10).
           05 FILLER REDEFINES HDET-CCTAINVPAT.
              10 HDET-CTA-BLANCOS        PIC X(03).
              10 HDET-CTA-ICUENTA        PIC X(07).
           05 HDET-IRFC                  PIC X(15).
           05 HDET-MONTO                 PIC 9(13)V9(02).
           05 HDET-FECHA                 PIC X(10).
           05 HDET-NOMBRE                PIC X(100).
           05 HDET-IREF                  PIC 9(09).
           05 HDET-UUID                  PIC X(36).
           05 HDET-EMAIL                 PIC X(50).
           05 HDET-ESTATUS-CFDI          PIC X(01).
           05 FILLER                     PIC X(05).
      *
       01 WS-FIN-HIST                PIC X(01)       VALUE 'N'.
          88 WS-FIN-HIST-SI                          VALUE 'S'.
          88 WS-FIN-HIST-NO                          VALUE 'N'.
      *
      ******************************************************************
      *  CONTROL DE CORTE POR RFC Y POR CUENTA                         *
      ******************************************************************
       01 WS-IRFC-ANT                PIC X(15)       VALUE LOW-VALUES.
       01 WS-LLAVE-CTA.
          05 WS-LLAVE-CTA-IEMPR      PIC X(03).
          05 WS-LLAVE-CTA-CCTA       PIC X(10).
       01 WS-LLAVE-CTA-ANT           PIC X(13)       VALUE LOW-VALUES.
      *
      ******************************************************************
      *  CUENTAS DEL DONANTE EN TURNO                                  *
      ******************************************************************
       01 WSC-MAX-CTAS               PIC 9(03)      VALUE 50.
       01 WS-NUM-CTAS                PIC 9(03)      COMP VALUE ZEROS.
       01 WS-IX-CTA                  PIC 9(03)      COMP VALUE ZEROS.
       01 TABLA-CUENTAS.
          05 CTA-ENT                 OCCURS 50 TIMES.
             10 CTA-E-IEMPR          PIC X(03).
             10 CTA-E-CCTAINVPAT     PIC X(10).
             10 CTA-E-ICUENTA        PIC 9(09).
             10 CTA-E-ICLIENTE       PIC 9(09).
             10 CTA-E-ISUCCASA       PIC X(03).
             10 CTA-E-NOMBRE         PIC X(100).
             10 CTA-E-EMAIL          PIC X(50).
             10 CTA-E-CP             PIC 9(05).
             10 CTA-E-ULT-ANOMES     PIC 9(06).
             10 CTA-E-DIF-NOMBRE     PIC X(01).
             10 CTA-E-DIF-EMAIL      PIC X(01).
             10 CTA-E-DIF-CP         PIC X(01).
      *
      ******************************************************************
      *  VOTACION DEL DATO ACORDADO (UN CAMPO A LA VEZ)                *
      ******************************************************************
       01 WS-VOT-CAMPO               PIC X(01)       VALUE SPACES.
          88 WS-VOT-NOMBRE                           VALUE 'N'.
          88 WS-VOT-EMAIL                            VALUE 'E'.
          88 WS-VOT-CP                               VALUE 'P'.
       01 WS-VOT-VALOR               PIC X(100)      VALUE SPACES.
       01 WS-VOT-CP-ED               PIC 9(05)       VALUE ZEROS.
       01 WS-NUM-CAND                PIC 9(03)      COMP VALUE ZEROS.
       01 WS-IX-CAND                 PIC 9(03)      COMP VALUE ZEROS.
       01 WS-KX-CAND                 PIC 9(03)      COMP VALUE ZEROS.
       01 TABLA-CANDIDATOS.
          05 CAND-ENT                OCCURS 50 TIMES.
             10 CAND-E-VALOR         PIC X(100).
             10 CAND-E-VOTOS         PIC 9(03)      COMP.
             10 CAND-E-ANOMES        PIC 9(06).
       01 WS-CAND-HALLADO            PIC X(01)       VALUE 'N'.
          88 WS-CAND-HALLADO-SI                      VALUE 'S'.
          88 WS-CAND-HALLADO-NO                      VALUE 'N'.
       01 WS-GANADOR                 PIC X(100)      VALUE SPACES.
       01 WS-GAN-VOTOS               PIC 9(03)      COMP VALUE ZEROS.
       01 WS-GAN-ANOMES              PIC 9(06)       VALUE ZEROS.
       01 WS-HAY-CONFLICTO           PIC X(01)       VALUE 'N'.
          88 WS-HAY-CONFLICTO-SI                     VALUE 'S'.
      *
      ******************************************************************
      *  VARIABLES DB2 PARA ACLICTA / ZMDTDIR                          *
      ******************************************************************
       01 WS-SQL-CCTAINVPAT          PIC X(10)       VALUE SPACES.
       01 WS-SQL-ICUENTA             PIC S9(09)      COMP VALUE ZEROS.
       01 WS-SQL-ICLIENTE            PIC S9(09)      COMP VALUE ZEROS.
       01 WS-SQL-IPOS                PIC S9(09)      COMP VALUE ZEROS.
       01 WS-SQL-ISUCCASA            PIC X(03)       VALUE SPACES.
      *
      ******************************************************************
      *    VARIABLES DB2                                               *
      ******************************************************************
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      ******************************************************************
      *  CIFRAS DE CONTROL                                             *
      ******************************************************************
       01 WS-TOT-REG-LEIDOS          PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-REG-SIN-RFC         PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-DONANTES            PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-CUENTAS             PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-MULTICUENTA         PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-CONFL-NOMBRE        PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-CONFL-EMAIL         PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-CONFL-CP            PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-CTAS-EXCEDIDAS      PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-CTAS-SIN-ACLICTA    PIC 9(09)       VALUE ZEROS.
      *
      ******************************************************************
      *  RENGLONES DE LA LISTA DE TRABAJO                              *
      ******************************************************************
       01  D1-01-ENCA.
           05 FILLER                 PIC X(44) VALUE
             '   DONANTES CON DATOS FISCALES DISTINTOS ENT'.
           05 FILLER                 PIC X(44) VALUE
             'RE SUS CUENTAS (* = NO COINCIDE CON EL DATO '.
           05 FILLER                 PIC X(44) VALUE
             'ACORDADO)                                   '.
      *
       01  D1-02-ENCA.
           05 FILLER                 PIC X(44) VALUE
             ' SUC EMP CTA.INVPAT    ICUENTA NOMBRE FISCA'.
           05 FILLER                 PIC X(44) VALUE
             'L                              CORREO       '.
           05 FILLER                 PIC X(44) VALUE
             '                              CP    AAAAMM  '.
      *
       01  D1-03-ENCA.
           05 FILLER                 PIC X(132) VALUE ALL '-'.
      *
       01  D1-01-DONANTE.
           05 FILLER                 PIC X(06) VALUE ' RFC: '.
           05 D1-01-IRFC             PIC X(15).
           05 FILLER                 PIC X(11) VALUE ' ACORDADO: '.
           05 D1-01-NOMBRE           PIC X(48).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 D1-01-EMAIL            PIC X(40).
           05 FILLER                 PIC X(04) VALUE ' CP '.
           05 D1-01-CP               PIC 9(05).
           05 FILLER                 PIC X(02) VALUE SPACES.
      *
       01  D1-02-CUENTA.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 D1-02-ISUCCASA         PIC X(03).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 D1-02-IEMPR            PIC X(03).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 D1-02-CCTA             PIC X(10).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 D1-02-ICUENTA          PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 D1-02-NOMBRE           PIC X(40).
           05 D1-02-MARCA-NOMBRE     PIC X(01).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 D1-02-EMAIL            PIC X(40).
           05 D1-02-MARCA-EMAIL      PIC X(01).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 D1-02-CP               PIC 9(05).
           05 D1-02-MARCA-CP         PIC X(01).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 D1-02-ANOMES           PIC 9(06).
           05 FILLER                 PIC X(05) VALUE SPACES.
      *
       01  D1-ESPACIOS.
           05 FILLER                 PIC X(132) VALUE SPACES.
      *
       01 WS-ENCAB-CONFL             PIC 9(05)       VALUE ZEROS.
      *
      ******************************************************************
      *  PROCEDURE DIVISION                                            *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 005-ABRE-ARCHIVOS.
           SORT ARCH-SORT-MD
                ON ASCENDING KEY SRT-IRFC
                                 SRT-IEMPR
                                 SRT-CCTAINVPAT
                                 SRT-ANOMES
                USING  ARCH-HIST-MD
                OUTPUT PROCEDURE IS 015-PROCESA-ORDENADO.
           IF SORT-RETURN NOT = ZEROS
              DISPLAY W000-PROG ' FALLA EN EL SORT INTERNO, '
                      'SORT-RETURN=' SORT-RETURN
              PERFORM 999-ABORTA
           END-IF.
           PERFORM 080-CIERRA-ARCHIVOS.
           PERFORM 999-TERMINA.
      *
      ******************************************************************
      *    PROCEDIMIENTO DE SALIDA DEL SORT                            *
      ******************************************************************
       015-PROCESA-ORDENADO.
           PERFORM 010-LEE-HISTORICO.
           PERFORM 020-PROCESA-RENGLON UNTIL WS-FIN-HIST-SI.
           IF WS-NUM-CTAS > ZEROS
              PERFORM 050-CIERRA-DONANTE
           END-IF.
       015-FIN.
           EXIT.
      *
      ******************************************************************
      *    ABRE ARCHIVOS (EL HISTORICO LO ABRE EL SORT)                *
      ******************************************************************
       005-ABRE-ARCHIVOS.
           OPEN OUTPUT ARCH-MAESTRO
                       ARCH-CTAS-DON
                       ARCH-RPT-CONFL.
       005-FIN.
           EXIT.
      *
      ******************************************************************
      *    ENTREGA EL SIGUIENTE RENGLON CON RFC DEL HISTORICO          *
      ******************************************************************
       010-LEE-HISTORICO.
           PERFORM 011-LEE-REGISTRO.
           PERFORM 011-LEE-REGISTRO
              UNTIL WS-FIN-HIST-SI
                 OR HDET-IRFC NOT = SPACES.
       010-FIN.
           EXIT.
      *
       011-LEE-REGISTRO.
           RETURN ARCH-SORT-MD        INTO WS-REG-HIST-MD
                AT END MOVE 'S'         TO WS-FIN-HIST
                NOT AT END
                   ADD 1                TO WS-TOT-REG-LEIDOS
                   IF HDET-IRFC = SPACES
                      ADD 1             TO WS-TOT-REG-SIN-RFC
                   END-IF
           END-RETURN.
       011-FIN.
           EXIT.
      *
      ******************************************************************
      *    ACUMULA EL RENGLON EN TURNO EN LA CUENTA DEL DONANTE; EL    *
      *    HISTORICO VIENE POR ANOMES ASCENDENTE DENTRO DE LA CUENTA,  *
      *    ASI QUE EL ULTIMO VALOR NO BLANCO ES EL MAS RECIENTE        *
      ******************************************************************
       020-PROCESA-RENGLON.
           IF HDET-IRFC NOT = WS-IRFC-ANT
              IF WS-NUM-CTAS > ZEROS
                 PERFORM 050-CIERRA-DONANTE
              END-IF
              MOVE HDET-IRFC            TO WS-IRFC-ANT
              MOVE ZEROS                TO WS-NUM-CTAS
              MOVE LOW-VALUES           TO WS-LLAVE-CTA-ANT
           END-IF.
           MOVE HDET-IEMPR              TO WS-LLAVE-CTA-IEMPR.
           MOVE HDET-CCTAINVPAT         TO WS-LLAVE-CTA-CCTA.
           IF WS-LLAVE-CTA NOT = WS-LLAVE-CTA-ANT
              MOVE WS-LLAVE-CTA         TO WS-LLAVE-CTA-ANT
              IF WS-NUM-CTAS NOT < WSC-MAX-CTAS
                 ADD 1                  TO WS-TOT-CTAS-EXCEDIDAS
                 DISPLAY W000-PROG ' RFC ' HDET-IRFC ' EXCEDE '
                         WSC-MAX-CTAS ' CUENTAS, SE OMITE '
                         HDET-IEMPR ' ' HDET-CCTAINVPAT
              ELSE
                 ADD 1                  TO WS-NUM-CTAS
                 MOVE WS-NUM-CTAS       TO WS-IX-CTA
                 INITIALIZE                CTA-ENT (WS-IX-CTA)
                 MOVE HDET-IEMPR        TO CTA-E-IEMPR (WS-IX-CTA)
                 MOVE HDET-CCTAINVPAT   TO CTA-E-CCTAINVPAT (WS-IX-CTA)
              END-IF
           END-IF.
           IF WS-LLAVE-CTA-IEMPR = CTA-E-IEMPR (WS-IX-CTA)
           AND WS-LLAVE-CTA-CCTA = CTA-E-CCTAINVPAT (WS-IX-CTA)
              IF HDET-NOMBRE NOT = SPACES
                 MOVE HDET-NOMBRE       TO CTA-E-NOMBRE (WS-IX-CTA)
              END-IF
              IF HDET-EMAIL NOT = SPACES
                 MOVE HDET-EMAIL        TO CTA-E-EMAIL (WS-IX-CTA)
              END-IF
              MOVE HDET-ANOMES          TO CTA-E-ULT-ANOMES (WS-IX-CTA)
           END-IF.
           PERFORM 010-LEE-HISTORICO.
       020-FIN.
           EXIT.
      *
      ******************************************************************
      *    CIERRA EL DONANTE: COMPLETA CADA CUENTA CON ACLICTA/ZMDTDIR,*
      *    DETERMINA LOS DATOS ACORDADOS Y ESCRIBE LAS SALIDAS         *
      ******************************************************************
       050-CIERRA-DONANTE.
           PERFORM 030-DATOS-ACLICTA
              VARYING WS-IX-CTA FROM 1 BY 1
                UNTIL WS-IX-CTA > WS-NUM-CTAS.
           INITIALIZE                      REG-MAESTRO.
           MOVE WS-IRFC-ANT             TO MDN-IRFC.
           MOVE WS-NUM-CTAS             TO MDN-NUM-CUENTAS.
      *
           SET WS-VOT-NOMBRE            TO TRUE.
           PERFORM 060-VOTA-CAMPO.
           MOVE WS-GANADOR              TO MDN-NOMBRE.
           MOVE WS-HAY-CONFLICTO        TO MDN-CONFL-NOMBRE.
           MOVE WS-GAN-ANOMES           TO MDN-ULT-ANOMES.
      *
           SET WS-VOT-EMAIL             TO TRUE.
           PERFORM 060-VOTA-CAMPO.
           MOVE WS-GANADOR (1:50)       TO MDN-EMAIL.
           MOVE WS-HAY-CONFLICTO        TO MDN-CONFL-EMAIL.
      *
           SET WS-VOT-CP                TO TRUE.
           PERFORM 060-VOTA-CAMPO.
           IF WS-GANADOR (1:5) IS NUMERIC
              MOVE WS-GANADOR (1:5)     TO MDN-CP-FISCAL
           ELSE
              MOVE ZEROS                TO MDN-CP-FISCAL
           END-IF.
           MOVE WS-HAY-CONFLICTO        TO MDN-CONFL-CP.
      *
      *--- EL CLIENTE DEL MAESTRO ES EL DE LA CUENTA MAS RECIENTE
           MOVE ZEROS                   TO WS-GAN-ANOMES.
           PERFORM 051-CLIENTE-RECIENTE
              VARYING WS-IX-CTA FROM 1 BY 1
                UNTIL WS-IX-CTA > WS-NUM-CTAS.
           IF MDN-ULT-ANOMES < WS-GAN-ANOMES
              MOVE WS-GAN-ANOMES        TO MDN-ULT-ANOMES
           END-IF.
           WRITE REG-MAESTRO.
      *
           ADD 1                        TO WS-TOT-DONANTES.
           ADD WS-NUM-CTAS              TO WS-TOT-CUENTAS.
           IF WS-NUM-CTAS > 1
              ADD 1                     TO WS-TOT-MULTICUENTA
           END-IF.
           IF MDN-CONFL-NOMBRE = 'S'
              ADD 1                     TO WS-TOT-CONFL-NOMBRE
           END-IF.
           IF MDN-CONFL-EMAIL = 'S'
              ADD 1                     TO WS-TOT-CONFL-EMAIL
           END-IF.
           IF MDN-CONFL-CP = 'S'
              ADD 1                     TO WS-TOT-CONFL-CP
           END-IF.
      *
           PERFORM 070-ESCRIBE-CUENTA
              VARYING WS-IX-CTA FROM 1 BY 1
                UNTIL WS-IX-CTA > WS-NUM-CTAS.
           IF MDN-CONFL-NOMBRE = 'S'
           OR MDN-CONFL-EMAIL  = 'S'
           OR MDN-CONFL-CP     = 'S'
              PERFORM 075-REPORTA-CONFLICTO
           END-IF.
           MOVE ZEROS                   TO WS-NUM-CTAS.
       050-FIN.
           EXIT.
      *
       051-CLIENTE-RECIENTE.
           IF CTA-E-ULT-ANOMES (WS-IX-CTA) > WS-GAN-ANOMES
           AND CTA-E-ICLIENTE (WS-IX-CTA) NOT = ZEROS
              MOVE CTA-E-ULT-ANOMES (WS-IX-CTA) TO WS-GAN-ANOMES
              MOVE CTA-E-ICLIENTE (WS-IX-CTA)   TO MDN-ICLIENTE
           END-IF.
       051-FIN.
           EXIT.
      *
      ******************************************************************
      *    OBTIENE CUENTA, CLIENTE, SUCURSAL Y CP FISCAL DE LA CUENTA  *
      *    (MISMO CAMINO ACLICTA/ZMDTDIR QUE EL CURSOR DE ZM4DJ097);   *
      *    UNA CUENTA PATRIMONIAL SE RESUELVE A ICUENTA VIA ZMDT608    *
      ******************************************************************
       030-DATOS-ACLICTA.
           MOVE ZEROS                   TO WS-SQL-ICUENTA.
           MOVE CTA-E-CCTAINVPAT (WS-IX-CTA) TO WS-SQL-CCTAINVPAT.
           IF WS-SQL-CCTAINVPAT (1:3) = SPACES
              IF WS-SQL-CCTAINVPAT (4:7) IS NUMERIC
                 MOVE WS-SQL-CCTAINVPAT (4:7) TO WS-SQL-ICUENTA
              END-IF
           ELSE
              EXEC SQL
                 SELECT ZM608_NICUENTA
                   INTO :WS-SQL-ICUENTA
                   FROM ZMDT608
                  WHERE ZM608_CCTAINVPAT = :WS-SQL-CCTAINVPAT
                  FETCH FIRST ROW ONLY
                   WITH UR
              END-EXEC
              EVALUATE SQLCODE
                 WHEN ZEROS
                    CONTINUE
                 WHEN 100
                    MOVE ZEROS          TO WS-SQL-ICUENTA
                 WHEN OTHER
                    DISPLAY 'ERROR AL LEER  ZMDT608 '
                    DISPLAY 'ZM608-CCTAINVPAT ' WS-SQL-CCTAINVPAT
                    MOVE SQLCODE        TO WS-SQLCODE
                    DISPLAY 'SQLCODE ' WS-SQLCODE
                    DISPLAY 'SE TERMINA EL PROGRAMA                '
                    PERFORM 999-ABORTA
              END-EVALUATE
           END-IF.
           MOVE WS-SQL-ICUENTA          TO CTA-E-ICUENTA (WS-IX-CTA).
           IF WS-SQL-ICUENTA = ZEROS
              ADD 1                     TO WS-TOT-CTAS-SIN-ACLICTA
           ELSE
              MOVE ZEROS                TO WS-SQL-ICLIENTE
              MOVE ZEROS                TO WS-SQL-IPOS
              MOVE SPACES               TO WS-SQL-ISUCCASA
              EXEC SQL
                 SELECT VALUE(T1.ISUCCASA, ' '),
                        VALUE(AC.ICLIENTE, 0),
                        VALUE(DF.ZMDIR_IPOS, 0)
                   INTO :WS-SQL-ISUCCASA,
                        :WS-SQL-ICLIENTE,
                        :WS-SQL-IPOS
                   FROM CUENTA  T1
                        LEFT OUTER JOIN ACLICTA AC
                                ON AC.ICUENTA   = T1.ICUENTA
                               AND AC.IREGIMEN  = 'T'
                        LEFT OUTER JOIN ZMDTDIR DF
                                ON DF.ZMDIR_ICUENTA  = T1.ICUENTA
                               AND DF.ZMDIR_ICLIENTE = AC.ICLIENTE
                               AND DF.ZMDIR_ITIPOCTA = 'T'
                               AND DF.ZMDIR_ITIPODIR = 'F'
                  WHERE T1.ICUENTA = :WS-SQL-ICUENTA
                  FETCH FIRST ROW ONLY
                   WITH UR
              END-EXEC
              EVALUATE SQLCODE
                 WHEN ZEROS
                    MOVE WS-SQL-ISUCCASA TO CTA-E-ISUCCASA (WS-IX-CTA)
                    MOVE WS-SQL-ICLIENTE TO CTA-E-ICLIENTE (WS-IX-CTA)
                    MOVE WS-SQL-IPOS     TO CTA-E-CP       (WS-IX-CTA)
                    IF WS-SQL-ICLIENTE = ZEROS
                       ADD 1            TO WS-TOT-CTAS-SIN-ACLICTA
                    END-IF
                 WHEN 100
                    ADD 1               TO WS-TOT-CTAS-SIN-ACLICTA
                 WHEN OTHER
                    DISPLAY 'ERROR AL LEER  CUENTA/ACLICTA/ZMDTDIR'
                    DISPLAY 'ICUENTA ' WS-SQL-ICUENTA
                    MOVE SQLCODE        TO WS-SQLCODE
                    DISPLAY 'SQLCODE ' WS-SQLCODE
                    DISPLAY 'SE TERMINA EL PROGRAMA                '
                    PERFORM 999-ABORTA
              END-EVALUATE
           END-IF.
       030-FIN.
           EXIT.
      *
      ******************************************************************
      *    VOTA EL CAMPO INDICADO EN WS-VOT-CAMPO ENTRE LAS CUENTAS:   *
      *    GANA EL VALOR NO BLANCO CON MAS CUENTAS; EN EMPATE, EL DE   *
      *    LA CUENTA CON MOVIMIENTO MAS RECIENTE. HAY CONFLICTO SI     *
      *    EXISTE MAS DE UN VALOR NO BLANCO. DEJA MARCADAS LAS         *
      *    CUENTAS CUYO VALOR DIFIERE DEL GANADOR                      *
      ******************************************************************
       060-VOTA-CAMPO.
           MOVE ZEROS                   TO WS-NUM-CAND.
           PERFORM 061-VOTA-CUENTA
              VARYING WS-IX-CTA FROM 1 BY 1
                UNTIL WS-IX-CTA > WS-NUM-CTAS.
           MOVE SPACES                  TO WS-GANADOR.
           MOVE ZEROS                   TO WS-GAN-VOTOS.
           MOVE ZEROS                   TO WS-GAN-ANOMES.
           PERFORM 063-ELIGE-GANADOR
              VARYING WS-IX-CAND FROM 1 BY 1
                UNTIL WS-IX-CAND > WS-NUM-CAND.
           IF WS-NUM-CAND > 1
              MOVE 'S'                  TO WS-HAY-CONFLICTO
           ELSE
              MOVE 'N'                  TO WS-HAY-CONFLICTO
           END-IF.
           PERFORM 064-MARCA-DIFERENCIA
              VARYING WS-IX-CTA FROM 1 BY 1
                UNTIL WS-IX-CTA > WS-NUM-CTAS.
       060-FIN.
           EXIT.
      *
       061-VOTA-CUENTA.
           PERFORM 065-VALOR-CUENTA.
           IF WS-VOT-VALOR NOT = SPACES
              MOVE 'N'                  TO WS-CAND-HALLADO
              PERFORM 062-BUSCA-CANDIDATO
                 VARYING WS-IX-CAND FROM 1 BY 1
                   UNTIL WS-IX-CAND > WS-NUM-CAND
                      OR WS-CAND-HALLADO-SI
              IF WS-CAND-HALLADO-NO
                 ADD 1                  TO WS-NUM-CAND
                 MOVE WS-NUM-CAND       TO WS-KX-CAND
                 MOVE WS-VOT-VALOR      TO CAND-E-VALOR  (WS-KX-CAND)
                 MOVE ZEROS             TO CAND-E-VOTOS  (WS-KX-CAND)
                 MOVE ZEROS             TO CAND-E-ANOMES (WS-KX-CAND)
              END-IF
              ADD 1                     TO CAND-E-VOTOS (WS-KX-CAND)
              IF CTA-E-ULT-ANOMES (WS-IX-CTA) >
                 CAND-E-ANOMES (WS-KX-CAND)
                 MOVE CTA-E-ULT-ANOMES (WS-IX-CTA)
                                        TO CAND-E-ANOMES (WS-KX-CAND)
              END-IF
           END-IF.
       061-FIN.
           EXIT.
      *
       062-BUSCA-CANDIDATO.
           IF CAND-E-VALOR (WS-IX-CAND) = WS-VOT-VALOR
              SET WS-CAND-HALLADO-SI    TO TRUE
              MOVE WS-IX-CAND           TO WS-KX-CAND
           END-IF.
       062-FIN.
           EXIT.
      *
       063-ELIGE-GANADOR.
           IF CAND-E-VOTOS (WS-IX-CAND) > WS-GAN-VOTOS
           OR (CAND-E-VOTOS (WS-IX-CAND) = WS-GAN-VOTOS AND
               CAND-E-ANOMES (WS-IX-CAND) > WS-GAN-ANOMES)
              MOVE CAND-E-VALOR  (WS-IX-CAND) TO WS-GANADOR
              MOVE CAND-E-VOTOS  (WS-IX-CAND) TO WS-GAN-VOTOS
              MOVE CAND-E-ANOMES (WS-IX-CAND) TO WS-GAN-ANOMES
           END-IF.
       063-FIN.
           EXIT.
      *
       064-MARCA-DIFERENCIA.
           PERFORM 065-VALOR-CUENTA.
           IF WS-VOT-VALOR NOT = SPACES
           AND WS-VOT-VALOR NOT = WS-GANADOR
              EVALUATE TRUE
                 WHEN WS-VOT-NOMBRE
                    MOVE '*'            TO CTA-E-DIF-NOMBRE (WS-IX-CTA)
                 WHEN WS-VOT-EMAIL
                    MOVE '*'            TO CTA-E-DIF-EMAIL  (WS-IX-CTA)
                 WHEN WS-VOT-CP
                    MOVE '*'            TO CTA-E-DIF-CP     (WS-IX-CTA)
              END-EVALUATE
           END-IF.
       064-FIN.
           EXIT.
      *
      *--- VALOR DE LA CUENTA EN TURNO PARA EL CAMPO QUE SE VOTA (UN CP
      *--- EN CEROS CUENTA COMO BLANCO)
       065-VALOR-CUENTA.
           MOVE SPACES                  TO WS-VOT-VALOR.
           EVALUATE TRUE
              WHEN WS-VOT-NOMBRE
                 MOVE CTA-E-NOMBRE (WS-IX-CTA) TO WS-VOT-VALOR
              WHEN WS-VOT-EMAIL
                 MOVE CTA-E-EMAIL  (WS-IX-CTA) TO WS-VOT-VALOR
              WHEN WS-VOT-CP
                 IF CTA-E-CP (WS-IX-CTA) NOT = ZEROS
                    MOVE CTA-E-CP (WS-IX-CTA)  TO WS-VOT-CP-ED
                    MOVE WS-VOT-CP-ED          TO WS-VOT-VALOR
                 END-IF
           END-EVALUATE.
       065-FIN.
           EXIT.
      *
      ******************************************************************
      *    ESCRIBE LA CUENTA LIGADA AL RFC                             *
      ******************************************************************
       070-ESCRIBE-CUENTA.
           INITIALIZE                      REG-CTAS-DON.
           MOVE WS-IRFC-ANT             TO MDC-IRFC.
           MOVE CTA-E-IEMPR      (WS-IX-CTA) TO MDC-IEMPR.
           MOVE CTA-E-CCTAINVPAT (WS-IX-CTA) TO MDC-CCTAINVPAT.
           MOVE CTA-E-ICUENTA    (WS-IX-CTA) TO MDC-ICUENTA.
           MOVE CTA-E-ICLIENTE   (WS-IX-CTA) TO MDC-ICLIENTE.
           MOVE CTA-E-ISUCCASA   (WS-IX-CTA) TO MDC-ISUCCASA.
           MOVE CTA-E-NOMBRE     (WS-IX-CTA) TO MDC-NOMBRE.
           MOVE CTA-E-EMAIL      (WS-IX-CTA) TO MDC-EMAIL.
           MOVE CTA-E-CP         (WS-IX-CTA) TO MDC-CP-FISCAL.
           MOVE CTA-E-ULT-ANOMES (WS-IX-CTA) TO MDC-ULT-ANOMES.
           MOVE CTA-E-DIF-NOMBRE (WS-IX-CTA) TO MDC-DIF-NOMBRE.
           MOVE CTA-E-DIF-EMAIL  (WS-IX-CTA) TO MDC-DIF-EMAIL.
           MOVE CTA-E-DIF-CP     (WS-IX-CTA) TO MDC-DIF-CP.
           WRITE REG-CTAS-DON.
       070-FIN.
           EXIT.
      *
      ******************************************************************
      *    LISTA EL DONANTE CON CONFLICTO Y TODAS SUS CUENTAS          *
      ******************************************************************
       075-REPORTA-CONFLICTO.
           IF WS-ENCAB-CONFL = ZEROS
              WRITE REG-RPT-CONFL     FROM D1-01-ENCA
              WRITE REG-RPT-CONFL     FROM D1-02-ENCA
              WRITE REG-RPT-CONFL     FROM D1-03-ENCA
              ADD 1                     TO WS-ENCAB-CONFL
           END-IF.
           MOVE MDN-IRFC                TO D1-01-IRFC.
           MOVE MDN-NOMBRE              TO D1-01-NOMBRE.
           MOVE MDN-EMAIL               TO D1-01-EMAIL.
           MOVE MDN-CP-FISCAL           TO D1-01-CP.
           WRITE REG-RPT-CONFL        FROM D1-ESPACIOS.
           WRITE REG-RPT-CONFL        FROM D1-01-DONANTE.
           PERFORM 076-REPORTA-CUENTA
              VARYING WS-IX-CTA FROM 1 BY 1
                UNTIL WS-IX-CTA > WS-NUM-CTAS.
       075-FIN.
           EXIT.
      *
       076-REPORTA-CUENTA.
           MOVE CTA-E-ISUCCASA   (WS-IX-CTA) TO D1-02-ISUCCASA.
           MOVE CTA-E-IEMPR      (WS-IX-CTA) TO D1-02-IEMPR.
           MOVE CTA-E-CCTAINVPAT (WS-IX-CTA) TO D1-02-CCTA.
           MOVE CTA-E-ICUENTA    (WS-IX-CTA) TO D1-02-ICUENTA.
           MOVE CTA-E-NOMBRE     (WS-IX-CTA) TO D1-02-NOMBRE.
           MOVE CTA-E-DIF-NOMBRE (WS-IX-CTA) TO D1-02-MARCA-NOMBRE.
           MOVE CTA-E-EMAIL      (WS-IX-CTA) TO D1-02-EMAIL.
           MOVE CTA-E-DIF-EMAIL  (WS-IX-CTA) TO D1-02-MARCA-EMAIL.
           MOVE CTA-E-CP         (WS-IX-CTA) TO D1-02-CP.
           MOVE CTA-E-DIF-CP     (WS-IX-CTA) TO D1-02-MARCA-CP.
           MOVE CTA-E-ULT-ANOMES (WS-IX-CTA) TO D1-02-ANOMES.
           WRITE REG-RPT-CONFL        FROM D1-02-CUENTA.
       076-FIN.
           EXIT.
      *
      ******************************************************************
      *    CIERRA ARCHIVOS                                            *
      ******************************************************************
       080-CIERRA-ARCHIVOS.
           CLOSE ARCH-MAESTRO
                 ARCH-CTAS-DON
                 ARCH-RPT-CONFL.
       080-FIN.
           EXIT.
      *
      ******************************************************************
      *  ABORTA EL PROGRAMA
      ******************************************************************
       999-ABORTA.
           EXEC SQL
                ROLLBACK
           END-EXEC.
      *
           MOVE  16                     TO RETURN-CODE.
           DISPLAY 'TERMINACION ANORMAL DEL PROGRAMA'
      *
           GOBACK.
       999-ABORTA-FIN.
           EXIT.
      *
      ******************************************************************
      *  REGRESA EL CONTROL AL PROGRAMA LLAMADOR
      ******************************************************************
       999-TERMINA.
           DISPLAY W000-PROG ' CIFRAS DE CONTROL DEL MAESTRO'
           DISPLAY W000-PROG '   RENGLONES LEIDOS         : '
                   WS-TOT-REG-LEIDOS
           DISPLAY W000-PROG '   RENGLONES SIN RFC        : '
                   WS-TOT-REG-SIN-RFC
           DISPLAY W000-PROG '   DONANTES (RFC)           : '
                   WS-TOT-DONANTES
           DISPLAY W000-PROG '   CUENTAS LIGADAS          : '
                   WS-TOT-CUENTAS
           DISPLAY W000-PROG '   DONANTES MULTICUENTA     : '
                   WS-TOT-MULTICUENTA
           DISPLAY W000-PROG '   CONFLICTOS DE NOMBRE     : '
                   WS-TOT-CONFL-NOMBRE
           DISPLAY W000-PROG '   CONFLICTOS DE CORREO     : '
                   WS-TOT-CONFL-EMAIL
           DISPLAY W000-PROG '   CONFLICTOS DE CP FISCAL  : '
                   WS-TOT-CONFL-CP
           DISPLAY W000-PROG '   CUENTAS SIN ACLICTA      : '
                   WS-TOT-CTAS-SIN-ACLICTA
           DISPLAY W000-PROG '   CUENTAS OMITIDAS (TABLA) : '
                   WS-TOT-CTAS-EXCEDIDAS
           GOBACK.
       999-FIN.
           EXIT.
      *
      ******************************************************************
      *  TERMINA PROGRAMA ZM4MD001                                     *
      ******************************************************************
