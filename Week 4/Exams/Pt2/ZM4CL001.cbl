       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZM4CL001.
       AUTHOR. GESFOR (MEXICO), S.A. DE C.V.
       DATE-WRITTEN. ABRIL 2025.
       DATE-COMPILED.
      *
      /
      ******************************************************************
      **                                                               *
      *   " S I V A   -   C O N S U L T A   D E   D O N A N T E "      *
      *                                                                *
      *  OBJETIVO: TRANSACCION EN LINEA (CICS) PARA LA SUCURSAL CON    *
      *            EL DONANTE AL TELEFONO O EN VENTANILLA:             *
      *                                                                *
      *            ZMCL C <RFC O ICUENTA> <ANIO>                       *
      *                CONSULTA: LOS DONATIVOS DEL ANIO (MES, IREF,    *
      *                MONTO, UUID, CAMPANA Y ESTATUS DEL RECIBO), EL  *
      *                TOTAL VIGENTE Y SU REPARTO POR CAMPANA          *
      *            ZMCL R <RFC O ICUENTA> <ANIO>                       *
      *                SOLICITA LA REIMPRESION DE LA CONSTANCIA ANUAL  *
      *                (SE ENTREGA EN PAPEL POR LA SUCURSAL)           *
      *            ZMCL E <RFC O ICUENTA> <ANIO>                       *
      *                SOLICITA EL REENVIO DE LA CONSTANCIA POR CORREO *
      *                                                                *
      *            SIN ANIO SE TOMA EL ANIO EN CURSO. LAS SOLICITUDES  *
      *            SE ENCOLAN EN LA COLA TD 'ZMSC' CON EL USUARIO      *
      *            CICS Y LA TERMINAL QUE LAS PIDIO; LAS ATIENDE       *
      *            ZM4CA001 EN LA SIGUIENTE CORRIDA DE SOLICITUDES,    *
      *            QUE DEJA LA BITACORA CON EL RESULTADO.              *
      *                                                                *
      *  NOTA:     LOS DATOS SE LEEN DE LAS COPIAS LLAVEADAS QUE       *
      *            CARGA ZM4HK001 EN CADA CICLO (ZM4HDEK POR RFC +     *
      *            ANOMES + IREF Y ZM4CTAK POR ICUENTA + EMPRESA).     *
      *                                                                *
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
      *    MARCA      AUTOR    FECHA             DESCRIPCION           *
      * ----------- --------- -------- --------------------------------*
      * SDAT-40176I  XLR0921  06ABR25 VERSION INICIAL.                 *
      * SDAT-40176F  XLR0921                                           *
      *----------------------------------------------------------------*
      /
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
      /
      ******************************************************************
      *   DATA DIVISION                                                *
      ******************************************************************
       DATA DIVISION.
      *
      ******************************************************************
      *  WORKING STORAGE SECTION                                       *
      ******************************************************************
       WORKING-STORAGE SECTION.
      *
       01 W000-PROG                  PIC X(08)       VALUE 'ZM4CL001'.
       01 WSC-COLA-SOLICITUDES       PIC X(04)       VALUE 'ZMSC'.
       01 WS-RESP-CICS               PIC S9(08)      COMP VALUE ZEROS.
      *
      ******************************************************************
      *  ENTRADA DE LA TRANSACCION: ZMCL + ACCION + ARGUMENTOS EN      *
      *  POSICIONES FIJAS                                              *
      ******************************************************************
       01 WS-ENTRADA.
          05 WS-ENT-TRANSID          PIC X(04).
          05 FILLER                  PIC X(01).
          05 WS-ENT-ACCION           PIC X(01).
             88 WS-ACCION-CONSULTA                   VALUE 'C'.
             88 WS-ACCION-REIMPRESION                VALUE 'R'.
             88 WS-ACCION-REENVIO                    VALUE 'E'.
          05 FILLER                  PIC X(01).
          05 WS-ENT-ID               PIC X(15).
          05 FILLER REDEFINES WS-ENT-ID.
             10 WS-ENT-ICUENTA       PIC X(09).
             10 WS-ENT-ICUENTA-9 REDEFINES WS-ENT-ICUENTA
                                     PIC 9(09).
             10 WS-ENT-ID-RESTO      PIC X(06).
          05 FILLER                  PIC X(01).
          05 WS-ENT-ANIO             PIC X(04).
          05 WS-ENT-ANIO-9 REDEFINES WS-ENT-ANIO
                                     PIC 9(04).
          05 FILLER                  PIC X(53).
       01 WS-LONG-ENTRADA            PIC S9(04)      COMP VALUE +80.
      *
       01 WS-FECHA-HORA.
          05 WS-FECHA-SISTEMA        PIC 9(08).
          05 FILLER REDEFINES WS-FECHA-SISTEMA.
             10 WS-AA-SISTEMA        PIC 9(04).
             10 FILLER               PIC 9(04).
          05 WS-HORA-SISTEMA         PIC 9(08).
       01 WS-USUARIO                 PIC X(08)       VALUE SPACES.
      *
       01 WS-IRFC                    PIC X(15)       VALUE SPACES.
       01 WS-ICUENTA                 PIC 9(09)       VALUE ZEROS.
       01 WS-ANIO                    PIC 9(04)       VALUE ZEROS.
      *
      ******************************************************************
      *  COPIAS LLAVEADAS QUE CARGA ZM4HK001 (MISMO LAYOUT)            *
      ******************************************************************
       01 REG-HDEK.
          05 HDK-LLAVE.
             10 HDK-IRFC             PIC X(15).
             10 HDK-ANOMES           PIC 9(06).
             10 FILLER REDEFINES HDK-ANOMES.
                15 HDK-AA            PIC 9(04).
                15 HDK-MM            PIC 9(02).
             10 HDK-IREF             PIC 9(09).
          05 HDK-ICUENTA             PIC 9(09).
          05 HDK-CAMPANA             PIC X(04).
          05 HDK-REPARTO             OCCURS 5 TIMES.
             10 HDK-REP-CAMPANA      PIC X(04).
             10 HDK-REP-MONTO        PIC 9(13)V9(02).
          05 HDK-HDET.
             10 HDET-IEMPR           PIC X(03).
             10 HDET-ANOMES          PIC 9(06).
             10 HDET-CCTAINVPAT      PIC X(10).
             10 HDET-IRFC            PIC X(15).
             10 HDET-MONTO           PIC 9(13)V9(02).
             10 HDET-FECHA           PIC X(10).
             10 HDET-NOMBRE          PIC X(100).
             10 HDET-IREF            PIC 9(09).
             10 HDET-UUID            PIC X(36).
             10 HDET-EMAIL           PIC X(50).
             10 HDET-ESTATUS-CFDI    PIC X(01).
                88 HDET-CFDI-VIGENTE                 VALUE ' '.
             10 FILLER               PIC X(05).
          05 FILLER                  PIC X(02).
       01 WS-LONG-HDEK               PIC S9(04)      COMP VALUE +400.
       01 WS-LLAVE-HDEK.
          05 WS-LLAVE-HDK-IRFC       PIC X(15).
          05 WS-LLAVE-HDK-ANOMES     PIC 9(06).
          05 WS-LLAVE-HDK-IREF       PIC 9(09).
      *
       01 REG-CTAK.
          05 CTK-LLAVE.
             10 CTK-ICUENTA          PIC 9(09).
             10 CTK-IEMPR            PIC X(03).
          05 CTK-IRFC                PIC X(15).
          05 CTK-CCTAINVPAT          PIC X(10).
          05 CTK-ISUCCASA            PIC X(03).
          05 FILLER                  PIC X(20).
       01 WS-LONG-CTAK               PIC S9(04)      COMP VALUE +60.
       01 WS-LLAVE-CTAK.
          05 WS-LLAVE-CTK-ICUENTA    PIC 9(09).
          05 WS-LLAVE-CTK-IEMPR      PIC X(03).
      *
      ******************************************************************
      *  SOLICITUD DE REIMPRESION / REENVIO (COLA TD 'ZMSC'; LA LEE    *
      *  ZM4CA001 COMO ARCHIVO SECUENCIAL)                             *
      ******************************************************************
       01 REG-SOLICITUD.
          05 SOL-TIPO                PIC X(01).
          05 SOL-IRFC                PIC X(15).
          05 SOL-ANIO                PIC 9(04).
          05 SOL-USUARIO             PIC X(08).
          05 SOL-TERMINAL            PIC X(04).
          05 SOL-FECHA               PIC 9(08).
          05 SOL-HORA                PIC 9(08).
          05 SOL-ICUENTA             PIC 9(09).
          05 FILLER                  PIC X(23).
       01 WS-LONG-SOLICITUD          PIC S9(04)      COMP VALUE +80.
      *
      ******************************************************************
      *  CONTROL DEL RECORRIDO DE LOS DONATIVOS DEL ANIO               *
      ******************************************************************
       01 WS-FIN-BROWSE              PIC X(01)       VALUE 'N'.
          88 WS-FIN-BROWSE-SI                        VALUE 'S'.
          88 WS-FIN-BROWSE-NO                        VALUE 'N'.
       01 WS-BROWSE-ABIERTO          PIC X(01)       VALUE 'N'.
          88 WS-BROWSE-ABIERTO-SI                    VALUE 'S'.
       01 WSC-MAX-LIN-DET            PIC 9(02)       VALUE 15.
       01 WS-NUM-LIN-DET             PIC 9(02)       COMP VALUE ZEROS.
       01 WS-NUM-RENGLONES           PIC 9(05)       VALUE ZEROS.
       01 WS-NUM-VIGENTES            PIC 9(05)       VALUE ZEROS.
       01 WS-TOT-VIGENTE             PIC 9(15)V9(02) VALUE ZEROS.
       01 WS-NOMBRE-DONANTE          PIC X(100)      VALUE SPACES.
       01 WS-EMAIL-DONANTE           PIC X(50)       VALUE SPACES.
      *
       01 WSC-MAX-CAM                PIC 9(02)       VALUE 8.
       01 WS-NUM-CAM                 PIC 9(02)       COMP VALUE ZEROS.
       01 WS-IX-CAM                  PIC 9(02)       COMP VALUE ZEROS.
       01 WS-KX-CAM                  PIC 9(02)       COMP VALUE ZEROS.
       01 WS-IX-REP                  PIC 9(02)       COMP VALUE ZEROS.
       01 TABLA-CAMPANAS.
          05 CAM-ENT                 OCCURS 8 TIMES.
             10 CAM-E-CODIGO         PIC X(04).
             10 CAM-E-MONTO          PIC 9(15)V9(02).
       01 WS-CAM-HALLADA             PIC X(01)       VALUE 'N'.
          88 WS-CAM-HALLADA-SI                       VALUE 'S'.
       01 WS-LIN-REPARTO             PIC 9(02)       COMP VALUE ZEROS.
       01 WS-POS-REPARTO             PIC 9(02)       COMP VALUE ZEROS.
      *
      ******************************************************************
      *    ABREVIATURAS DE LOS MESES
      ******************************************************************
       01 T999-MESES-INIC.
          05 FILLER                  PIC X(36)      VALUE
             'ENEFEBMARABRMAYJUNJULAGOSEPOCTNOVDIC'.
       01 FILLER REDEFINES T999-MESES-INIC.
          05 T999-ABREV-MES          PIC X(03)      OCCURS 12 TIMES.
      *
      ******************************************************************
      *  PANTALLA DE RESPUESTA (24 RENGLONES DE 80)                    *
      ******************************************************************
       01 WS-PANTALLA.
          05 WS-PAN-RENGLON          PIC X(80)      OCCURS 24 TIMES.
       01 WS-LONG-PANTALLA           PIC S9(04)      COMP VALUE +1920.
      *
       01 WS-SALIDA.
          05 WS-SAL-TEXTO            PIC X(79).
       01 WS-LONG-SALIDA             PIC S9(04)      COMP VALUE +79.
      *
       01 P1-01-ENCA.
          05 FILLER                  PIC X(24) VALUE
             'DONATIVOS DEL ANIO      '.
          05 P1-01-ANIO              PIC 9(04).
          05 FILLER                  PIC X(07) VALUE '  RFC: '.
          05 P1-01-IRFC              PIC X(15).
          05 FILLER                  PIC X(12) VALUE '  USUARIO: '.
          05 P1-01-USUARIO           PIC X(08).
          05 FILLER                  PIC X(10) VALUE SPACES.
      *
       01 P1-02-DONANTE.
          05 FILLER                  PIC X(09) VALUE 'DONANTE: '.
          05 P1-02-NOMBRE            PIC X(71).
      *
       01 P1-03-ENCA.
          05 FILLER                  PIC X(44) VALUE
             'MES      IREF          MONTO FOLIO FISCAL (U'.
          05 FILLER                  PIC X(36) VALUE
             'UID)                  CAMP ESTATUS '.
      *
       01 P1-04-DETA.
          05 P1-04-MES               PIC X(03).
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 P1-04-IREF              PIC Z(08)9.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 P1-04-MONTO             PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 P1-04-UUID              PIC X(36).
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 P1-04-CAMPANA           PIC X(04).
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 P1-04-ESTATUS           PIC X(09).
      *
       01 P1-05-TOTALES.
          05 FILLER                  PIC X(11) VALUE 'RENGLONES: '.
          05 P1-05-RENGLONES         PIC ZZZZ9.
          05 FILLER                  PIC X(17) VALUE
             '  TOTAL VIGENTE: '.
          05 P1-05-TOTAL             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 P1-05-OBS               PIC X(28).
      *
       01 P1-06-REPARTO.
          05 P1-06-ENCA              PIC X(08).
          05 P1-06-CAMPANA           OCCURS 4 TIMES.
             10 P1-06-CODIGO         PIC X(04).
             10 FILLER               PIC X(01).
             10 P1-06-MONTO          PIC ZZ,ZZZ,ZZ9.99.
      *
       01 P1-07-CORREO.
          05 FILLER                  PIC X(08) VALUE 'CORREO: '.
          05 P1-07-EMAIL             PIC X(50).
          05 FILLER                  PIC X(22) VALUE SPACES.
      *
      ******************************************************************
      *  PROCEDURE DIVISION                                            *
      ******************************************************************
       PROCEDURE DIVISION.
      *
       000-PRINCIPAL.
           ACCEPT WS-FECHA-SISTEMA      FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA       FROM TIME.
           MOVE SPACES                  TO WS-ENTRADA.
           EXEC CICS RECEIVE
                INTO(WS-ENTRADA)
                LENGTH(WS-LONG-ENTRADA)
                END-EXEC.
           EXEC CICS ASSIGN
                USERID(WS-USUARIO)
                END-EXEC.
           PERFORM 005-VALIDA-ENTRADA.
           PERFORM 010-OBTIENE-RFC.
           EVALUATE TRUE
              WHEN WS-ACCION-CONSULTA
                 PERFORM 020-CONSULTA
              WHEN OTHER
                 PERFORM 040-REGISTRA-SOLICITUD
           END-EVALUATE.
           EXEC CICS RETURN END-EXEC.
       000-FIN.
           EXIT.
      *
      ******************************************************************
      *    ACCION, IDENTIFICADOR Y ANIO (SIN ANIO, EL EN CURSO)       *
      ******************************************************************
       005-VALIDA-ENTRADA.
           IF NOT WS-ACCION-CONSULTA
           AND NOT WS-ACCION-REIMPRESION
           AND NOT WS-ACCION-REENVIO
              MOVE 'ACCION DESCONOCIDA (USE C, R O E)'
                                        TO WS-SAL-TEXTO
              PERFORM 090-ENVIA-MENSAJE
           END-IF.
           IF WS-ENT-ID = SPACES
              MOVE 'FALTA EL RFC O LA CUENTA DEL DONANTE'
                                        TO WS-SAL-TEXTO
              PERFORM 090-ENVIA-MENSAJE
           END-IF.
           IF WS-ENT-ANIO = SPACES
              MOVE WS-AA-SISTEMA        TO WS-ANIO
           ELSE
              IF WS-ENT-ANIO IS NOT NUMERIC
              OR WS-ENT-ANIO-9 > WS-AA-SISTEMA
                 MOVE 'ANIO INVALIDO'   TO WS-SAL-TEXTO
                 PERFORM 090-ENVIA-MENSAJE
              END-IF
              MOVE WS-ENT-ANIO-9        TO WS-ANIO
           END-IF.
       005-FIN.
           EXIT.
      *
      ******************************************************************
      *    UN IDENTIFICADOR DE NUEVE DIGITOS ES UNA ICUENTA: SU RFC   *
      *    SE TOMA DE LAS CUENTAS LIGADAS DEL MAESTRO DE DONANTES     *
      ******************************************************************
       010-OBTIENE-RFC.
           MOVE ZEROS                   TO WS-ICUENTA.
           IF WS-ENT-ICUENTA IS NOT NUMERIC
           OR WS-ENT-ID-RESTO NOT = SPACES
              MOVE WS-ENT-ID            TO WS-IRFC
           ELSE
              MOVE WS-ENT-ICUENTA-9     TO WS-ICUENTA
              MOVE WS-ICUENTA           TO WS-LLAVE-CTK-ICUENTA
              MOVE LOW-VALUES           TO WS-LLAVE-CTK-IEMPR
              EXEC CICS READ
                   DATASET('ZM4CTAK')
                   INTO(REG-CTAK)
                   LENGTH(WS-LONG-CTAK)
                   RIDFLD(WS-LLAVE-CTAK)
                   KEYLENGTH(9)
                   GENERIC
                   RESP(WS-RESP-CICS)
                   END-EXEC
              EVALUATE WS-RESP-CICS
                 WHEN DFHRESP(NORMAL)
                    MOVE CTK-IRFC       TO WS-IRFC
                 WHEN DFHRESP(NOTFND)
                    MOVE 'CUENTA SIN DONANTE REGISTRADO'
                                        TO WS-SAL-TEXTO
                    PERFORM 090-ENVIA-MENSAJE
                 WHEN OTHER
                    MOVE 'ERROR DE LECTURA EN ZM4CTAK, AVISE A SISTEMAS'
                                        TO WS-SAL-TEXTO
                    PERFORM 090-ENVIA-MENSAJE
              END-EVALUATE
           END-IF.
       010-FIN.
           EXIT.
      *
      ******************************************************************
      *    CONSULTA: LOS DONATIVOS DEL ANIO EN PANTALLA               *
      ******************************************************************
       020-CONSULTA.
           MOVE SPACES                  TO WS-PANTALLA.
           PERFORM 030-RECORRE-DONATIVOS.
           IF WS-NUM-RENGLONES = ZEROS
              MOVE 'EL DONANTE NO TIENE DONATIVOS EN EL ANIO'
                                        TO WS-SAL-TEXTO
              PERFORM 090-ENVIA-MENSAJE
           END-IF.
           MOVE WS-ANIO                 TO P1-01-ANIO.
           MOVE WS-IRFC                 TO P1-01-IRFC.
           MOVE WS-USUARIO              TO P1-01-USUARIO.
           MOVE P1-01-ENCA              TO WS-PAN-RENGLON (1).
           MOVE WS-NOMBRE-DONANTE       TO P1-02-NOMBRE.
           MOVE P1-02-DONANTE           TO WS-PAN-RENGLON (2).
           MOVE P1-03-ENCA              TO WS-PAN-RENGLON (3).
           MOVE ALL '-'                 TO WS-PAN-RENGLON (4).
      **** LOS RENGLONES 5 A 19 LOS LLENO EL RECORRIDO
           MOVE WS-NUM-RENGLONES        TO P1-05-RENGLONES.
           MOVE WS-TOT-VIGENTE          TO P1-05-TOTAL.
           MOVE SPACES                  TO P1-05-OBS.
           IF WS-NUM-RENGLONES > WSC-MAX-LIN-DET
              MOVE '(HAY MAS RENGLONES EN EL ANIO)'
                                        TO P1-05-OBS
           END-IF.
           MOVE P1-05-TOTALES           TO WS-PAN-RENGLON (20).
           MOVE 21                      TO WS-LIN-REPARTO.
           MOVE ZEROS                   TO WS-POS-REPARTO.
           MOVE SPACES                  TO P1-06-REPARTO.
           MOVE 'REPARTO:'              TO P1-06-ENCA.
           PERFORM 025-ARMA-REPARTO
              VARYING WS-IX-CAM FROM 1 BY 1
                UNTIL WS-IX-CAM > WS-NUM-CAM.
           IF WS-POS-REPARTO > ZEROS
              MOVE P1-06-REPARTO  TO WS-PAN-RENGLON (WS-LIN-REPARTO)
           END-IF.
           MOVE WS-EMAIL-DONANTE        TO P1-07-EMAIL.
           MOVE P1-07-CORREO            TO WS-PAN-RENGLON (23).
           MOVE 'REIMPRESION: ZMCL R <RFC> <ANIO>    REENVIO POR CORREO:
      -         ' ZMCL E <RFC> <ANIO>'  TO WS-PAN-RENGLON (24).
           EXEC CICS SEND
                FROM(WS-PANTALLA)
                LENGTH(WS-LONG-PANTALLA)
                ERASE
                END-EXEC.
       020-FIN.
           EXIT.
      *
      **** CUATRO CAMPANAS POR RENGLON EN LOS RENGLONES 21 Y 22
       025-ARMA-REPARTO.
           IF WS-POS-REPARTO = 4
              MOVE P1-06-REPARTO  TO WS-PAN-RENGLON (WS-LIN-REPARTO)
              ADD 1                     TO WS-LIN-REPARTO
              MOVE ZEROS                TO WS-POS-REPARTO
              MOVE SPACES               TO P1-06-REPARTO
           END-IF.
           ADD 1                        TO WS-POS-REPARTO.
           MOVE CAM-E-CODIGO (WS-IX-CAM)
                             TO P1-06-CODIGO (WS-POS-REPARTO).
           MOVE CAM-E-MONTO  (WS-IX-CAM)
                             TO P1-06-MONTO  (WS-POS-REPARTO).
       025-FIN.
           EXIT.
      *
      ******************************************************************
      *    RECORRE ZM4HDEK DESDE RFC + ANIO + ENERO HASTA QUE CAMBIA  *
      *    EL RFC O EL ANIO                                           *
      ******************************************************************
       030-RECORRE-DONATIVOS.
           MOVE WS-IRFC                 TO WS-LLAVE-HDK-IRFC.
           COMPUTE WS-LLAVE-HDK-ANOMES = WS-ANIO * 100 + 1.
           MOVE ZEROS                   TO WS-LLAVE-HDK-IREF.
           SET WS-FIN-BROWSE-NO         TO TRUE.
           EXEC CICS STARTBR
                DATASET('ZM4HDEK')
                RIDFLD(WS-LLAVE-HDEK)
                GTEQ
                RESP(WS-RESP-CICS)
                END-EXEC.
           EVALUATE WS-RESP-CICS
              WHEN DFHRESP(NORMAL)
                 SET WS-BROWSE-ABIERTO-SI TO TRUE
              WHEN DFHRESP(NOTFND)
                 SET WS-FIN-BROWSE-SI   TO TRUE
              WHEN OTHER
                 MOVE 'ERROR DE LECTURA EN ZM4HDEK, AVISE A SISTEMAS'
                                        TO WS-SAL-TEXTO
                 PERFORM 090-ENVIA-MENSAJE
           END-EVALUATE.
           PERFORM 031-LEE-SIGUIENTE UNTIL WS-FIN-BROWSE-SI.
           IF WS-BROWSE-ABIERTO-SI
              EXEC CICS ENDBR
                   DATASET('ZM4HDEK')
                   END-EXEC
           END-IF.
       030-FIN.
           EXIT.
      *
       031-LEE-SIGUIENTE.
           EXEC CICS READNEXT
                DATASET('ZM4HDEK')
                INTO(REG-HDEK)
                LENGTH(WS-LONG-HDEK)
                RIDFLD(WS-LLAVE-HDEK)
                RESP(WS-RESP-CICS)
                END-EXEC.
           EVALUATE WS-RESP-CICS
              WHEN DFHRESP(NORMAL)
                 IF HDK-IRFC NOT = WS-IRFC
                 OR HDK-AA   NOT = WS-ANIO
                    SET WS-FIN-BROWSE-SI TO TRUE
                 ELSE
                    PERFORM 032-ACUMULA-RENGLON
                 END-IF
              WHEN DFHRESP(ENDFILE)
                 SET WS-FIN-BROWSE-SI   TO TRUE
              WHEN OTHER
                 MOVE 'ERROR DE LECTURA EN ZM4HDEK, AVISE A SISTEMAS'
                                        TO WS-SAL-TEXTO
                 PERFORM 090-ENVIA-MENSAJE
           END-EVALUATE.
       031-FIN.
           EXIT.
      *
      ******************************************************************
      *    UN RENGLON DEL ANIO: A PANTALLA MIENTRAS HAYA LUGAR; LOS   *
      *    RECIBOS REVERSADOS SE MUESTRAN PERO NO SUMAN               *
      ******************************************************************
       032-ACUMULA-RENGLON.
           ADD 1                        TO WS-NUM-RENGLONES.
           IF WS-NOMBRE-DONANTE = SPACES
              MOVE HDET-NOMBRE          TO WS-NOMBRE-DONANTE
           END-IF.
           IF WS-EMAIL-DONANTE = SPACES
              MOVE HDET-EMAIL           TO WS-EMAIL-DONANTE
           END-IF.
           IF HDET-CFDI-VIGENTE
              ADD 1                     TO WS-NUM-VIGENTES
              ADD HDET-MONTO            TO WS-TOT-VIGENTE
              PERFORM 033-ACUMULA-REPARTO
                 VARYING WS-IX-REP FROM 1 BY 1
                   UNTIL WS-IX-REP > 5
           END-IF.
           IF WS-NUM-LIN-DET < WSC-MAX-LIN-DET
              ADD 1                     TO WS-NUM-LIN-DET
              MOVE T999-ABREV-MES (HDK-MM) TO P1-04-MES
              MOVE HDK-IREF             TO P1-04-IREF
              MOVE HDET-MONTO           TO P1-04-MONTO
              IF HDET-UUID = SPACES
                 MOVE '** PENDIENTE DE TIMBRAR **' TO P1-04-UUID
              ELSE
                 MOVE HDET-UUID         TO P1-04-UUID
              END-IF
              MOVE HDK-CAMPANA          TO P1-04-CAMPANA
              IF HDET-CFDI-VIGENTE
                 MOVE 'VIGENTE'         TO P1-04-ESTATUS
              ELSE
                 MOVE 'REVERSADO'       TO P1-04-ESTATUS
              END-IF
              MOVE P1-04-DETA    TO WS-PAN-RENGLON (WS-NUM-LIN-DET + 4)
           END-IF.
       032-FIN.
           EXIT.
      *
       033-ACUMULA-REPARTO.
           IF HDK-REP-CAMPANA (WS-IX-REP) NOT = SPACES
           AND HDK-REP-MONTO  (WS-IX-REP) > ZEROS
              MOVE 'N'                  TO WS-CAM-HALLADA
              PERFORM 034-BUSCA-CAMPANA
                 VARYING WS-IX-CAM FROM 1 BY 1
                   UNTIL WS-IX-CAM > WS-NUM-CAM
                      OR WS-CAM-HALLADA-SI
              IF WS-CAM-HALLADA-SI
                 ADD HDK-REP-MONTO (WS-IX-REP)
                                   TO CAM-E-MONTO (WS-KX-CAM)
              ELSE
      **** MAS CAUSAS DE LAS QUE CABEN EN PANTALLA: LA ULTIMA POSICION
      **** ACUMULA EL RESTO
                 IF WS-NUM-CAM < WSC-MAX-CAM
                    ADD 1               TO WS-NUM-CAM
                    MOVE HDK-REP-CAMPANA (WS-IX-REP)
                                   TO CAM-E-CODIGO (WS-NUM-CAM)
                 ELSE
                    MOVE 'OTRA'    TO CAM-E-CODIGO (WS-NUM-CAM)
                 END-IF
                 ADD HDK-REP-MONTO (WS-IX-REP)
                                   TO CAM-E-MONTO (WS-NUM-CAM)
              END-IF
           END-IF.
       033-FIN.
           EXIT.
      *
       034-BUSCA-CAMPANA.
           IF CAM-E-CODIGO (WS-IX-CAM) = HDK-REP-CAMPANA (WS-IX-REP)
              SET WS-CAM-HALLADA-SI     TO TRUE
              MOVE WS-IX-CAM            TO WS-KX-CAM
           END-IF.
       034-FIN.
           EXIT.
      *
      ******************************************************************
      *    REIMPRESION O REENVIO: SOLO PARA UN DONANTE CON DONATIVOS  *
      *    VIGENTES EN EL ANIO; LA SOLICITUD VIAJA CON EL USUARIO     *
      *    CICS QUE LA PIDIO                                          *
      ******************************************************************
       040-REGISTRA-SOLICITUD.
           PERFORM 030-RECORRE-DONATIVOS.
           IF WS-NUM-VIGENTES = ZEROS
              MOVE 'EL DONANTE NO TIENE DONATIVOS VIGENTES EN EL ANIO'
                                        TO WS-SAL-TEXTO
              PERFORM 090-ENVIA-MENSAJE
           END-IF.
           INITIALIZE                      REG-SOLICITUD.
           MOVE WS-ENT-ACCION           TO SOL-TIPO.
           MOVE WS-IRFC                 TO SOL-IRFC.
           MOVE WS-ANIO                 TO SOL-ANIO.
           MOVE WS-USUARIO              TO SOL-USUARIO.
           MOVE EIBTRMID                TO SOL-TERMINAL.
           MOVE WS-FECHA-SISTEMA        TO SOL-FECHA.
           MOVE WS-HORA-SISTEMA         TO SOL-HORA.
           MOVE WS-ICUENTA              TO SOL-ICUENTA.
           EXEC CICS WRITEQ TD
                QUEUE(WSC-COLA-SOLICITUDES)
                FROM(REG-SOLICITUD)
                LENGTH(WS-LONG-SOLICITUD)
                RESP(WS-RESP-CICS)
                END-EXEC.
           IF WS-RESP-CICS NOT = DFHRESP(NORMAL)
              MOVE 'NO SE REGISTRO LA SOLICITUD, AVISE A SISTEMAS'
                                        TO WS-SAL-TEXTO
              PERFORM 090-ENVIA-MENSAJE
           END-IF.
           IF WS-ACCION-REIMPRESION
              MOVE 'REIMPRESION REGISTRADA; LA CONSTANCIA SALE EN LA SIG
      -            'UIENTE CORRIDA'     TO WS-SAL-TEXTO
           ELSE
              MOVE 'REENVIO REGISTRADO; EL CORREO SALE EN LA SIGUIENTE C
      -            'ORRIDA'             TO WS-SAL-TEXTO
           END-IF.
           PERFORM 090-ENVIA-MENSAJE.
       040-FIN.
           EXIT.
      *
      ******************************************************************
      *    ENVIA UN MENSAJE DE UN RENGLON Y TERMINA LA TAREA          *
      ******************************************************************
       090-ENVIA-MENSAJE.
           EXEC CICS SEND
                FROM(WS-SALIDA)
                LENGTH(WS-LONG-SALIDA)
                ERASE
                END-EXEC.
           EXEC CICS RETURN END-EXEC.
       090-FIN.
           EXIT.
      *
      ******************************************************************
      *  TERMINA PROGRAMA ZM4CL001                                     *
      ******************************************************************
