      *                                POR EL SUPERVISOR (ARCHIVO DE   *
      *                                ZM4AP001), EN LUGAR DE LA       *
      *                                CORRIDA COMPLETA.               *
      * SDAT-40170I  XLR0921  23FEB25 SE DEJA EL ARCHIVO DE FOLIOS     *
      * SDAT-40170F  XLR0921          REVERSADOS (FOLIO ORIGINAL Y     *
      *                                FOLIO DEL REVERSO) PARA QUE     *
      *                                ZM4CN001 SOLICITE AL PAC LA     *
      *                                CANCELACION DEL CFDI TIMBRADO.  *
      *----------------------------------------------------------------*
      /
       ENVIRONMENT DIVISION.
      *    SOLO SE LEE EN MODO SELECTIVO
           SELECT ARCH-APROBADOS      ASSIGN TO UT-S-ZME098AP.
      * SDAT-40165F
      *
      * SDAT-40170I
      *    FOLIOS REVERSADOS EN LA CORRIDA, INSUMO DE LA SOLICITUD DE
      *    CANCELACION DE CFDI (ZM4CN001)
           SELECT ARCH-REVERSADOS     ASSIGN TO UT-S-ZME098RV.
      * SDAT-40170F
      /
      ******************************************************************
      *   DATA DIVISION                                                *
           05 FILLER                  PIC X(15).
      * SDAT-40165F
      *
      * SDAT-40170I
      ******************************************************************
      *  FOLIOS REVERSADOS: UN RENGLON POR MOVIMIENTO COMPENSATORIO    *
      *  DADO DE ALTA (EN MODO SIMULACION NO SE ESCRIBE NADA)          *
      ******************************************************************
       FD  ARCH-REVERSADOS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-REVERSADO
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-REVERSADO.
           05 REV-IEMPR               PIC X(03).
           05 REV-ICUENTA             PIC 9(09).
           05 REV-IREF-ORIGINAL       PIC 9(10).
           05 REV-IREF-REVERSO        PIC 9(10).
           05 REV-TPOMOV-ORIGINAL     PIC X(01).
           05 REV-MONTO               PIC 9(15)V9(02).
           05 REV-FHAPLICA-ORIGINAL   PIC X(10).
           05 REV-FECHA-REVERSO       PIC X(10).
           05 FILLER                  PIC X(10).
      * SDAT-40170F
      *
      ******************************************************************
      *  WORKING STORAGE SECTION                                       *
      ******************************************************************
      ******************************************************************
       005-ABRE-ARCHIVOS.
           OPEN OUTPUT ARCH-LISTADO-REV.
      * SDAT-40170I
           OPEN OUTPUT ARCH-REVERSADOS.
      * SDAT-40170F
      *
           OPEN INPUT  ARCH-PT-PARAM.
           READ ARCH-PT-PARAM         INTO WS-REG-PARAMETROS
                 ADD WS-ORI-MAFECTA     TO WS-TOT-MNT-ABONOS
              END-IF
              PERFORM 035-ESCRIBE-DETALLE
      * SDAT-40170I
              IF WS-MODO-NORMAL
                 PERFORM 036-ESCRIBE-REVERSADO
              END-IF
      * SDAT-40170F
           END-IF.
      * SDAT-40165I
       031-FIN.
       035-FIN.
           EXIT.
      *
      * SDAT-40170I
      ******************************************************************
      *   DEJA EL FOLIO REVERSADO EN EL ARCHIVO PARA LA CANCELACION
      *   DEL CFDI (EL ABONO ORIGINAL ES EL IREF TIMBRADO)
      ******************************************************************
       036-ESCRIBE-REVERSADO.
           INITIALIZE                      REG-REVERSADO.
           MOVE WS-EMP                  TO REV-IEMPR.
           MOVE WS-ORI-ICUENTA          TO REV-ICUENTA.
           MOVE WS-ORI-IREF             TO REV-IREF-ORIGINAL.
           MOVE W000-SIGFOLIO           TO REV-IREF-REVERSO.
           MOVE WS-ORI-TPOMOV           TO REV-TPOMOV-ORIGINAL.
           MOVE WS-ORI-MAFECTA          TO REV-MONTO.
           MOVE WS-ORI-FHAPLICA         TO REV-FHAPLICA-ORIGINAL.
           MOVE W000-FECHA-ACTUAL       TO REV-FECHA-REVERSO.
           WRITE REG-REVERSADO.
       036-FIN.
           EXIT.
      * SDAT-40170F
      *
      ******************************************************************
      *   ABRE EL CURSOR DE MOVIMIENTOS A REVERSAR                     *
      ******************************************************************
      ******************************************************************
       080-CIERRA-ARCHIVOS.
           CLOSE ARCH-LISTADO-REV.
      * SDAT-40170I
           CLOSE ARCH-REVERSADOS.
      * SDAT-40170F
       080-FIN.
           EXIT.
      *
