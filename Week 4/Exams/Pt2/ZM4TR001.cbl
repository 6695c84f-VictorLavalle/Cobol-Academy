       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZM4TR001.
       AUTHOR. GESFOR (MEXICO), S.A. DE C.V.
       DATE-WRITTEN. ABRIL 2025.
       DATE-COMPILED.
      *
      /
      ******************************************************************
      **                                                               *
      *   " S I V A  -  T R A Z A B I L I D A D   D O N A T I V O S "  *
      *                                                                *
      *  OBJETIVO: SEGUIR CADA DONATIVO DE UNA LISTA DE LLAVES (IREF,  *
      *            RFC O CUENTA) A TRAVES DE TODA LA CADENA: OPERACION *
      *            ORIGEN EN OPERASI/OPERA, CARGO Y ABONO EN ZMDT633,  *
      *            RENGLONES DE LA POLIZA CONTABLE, DETALLE DE LA      *
      *            INTERFAZ A LA FUNDACION (A3) Y SU SOBRE EN LA       *
      *            BITACORA DE TRANSMISIONES, HISTORICO DE DETALLE POR *
      *            DONANTE, SOLICITUD DE TIMBRADO CFDI, ACUSE DE LA    *
      *            FUNDACION, RESPUESTA DEL PAC (UUID) Y REVERSO DE    *
      *            ZM4DJ098. EMITE UNA HOJA POR DONATIVO CON EL        *
      *            ESTATUS DE CADA ETAPA Y LA PRIMERA ETAPA EN LA QUE  *
      *            SE ROMPE LA TRAZA.                                  *
      *                                                                *
      *  NOTA:     TARJETAS DE LLAVES: 'I' IREF (CARGO O ABONO, SE     *
      *            NORMALIZA A LA PAREJA), 'R' RFC, 'C' CUENTA; EL     *
      *            PERIODO (AAAAMM) ES OPCIONAL Y ACOTA LAS LLAVES 'R' *
      *            Y 'C'. LA OPERACION ORIGEN SE BUSCA EN EL MES DE LA *
      *            FECHA DE APLICACION DEL POSTEO; LAS DOMICILIACIONES *
      *            Y LOS DONATIVOS UNICOS NO TIENEN OPERACION ORIGEN.  *
      *                                                                *
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
      *    MARCA      AUTOR    FECHA             DESCRIPCION           *
      * ----------- --------- -------- --------------------------------*
      * SDAT-40177I  XLR0921  13ABR25 VERSION INICIAL.                 *
      * SDAT-40177F  XLR0921                                           *
      * SDAT-40181I  XLR0921  11MAY25 EL HISTORICO DE DETALLE POR      *
      * SDAT-40181F  XLR0921          DONANTE ES UN KSDS (RFC+ANOMES+  *
      *                                IREF); SE SIGUE BARRIENDO       *
      *                                COMPLETO EN ORDEN DE LLAVE.     *
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
      *    TARJETAS DE LLAVES A TRAZAR
           SELECT ARCH-LLAVES        ASSIGN TO UT-S-ZM4TR0LL.
      *
      *    INTERFAZ ENVIADA A LA FUNDACION (ZM4DJ097 / ZM4MG001)
           SELECT ARCH-INTEF-FUNDA   ASSIGN TO UT-S-ZM4TR0A3.
      *
      *    HISTORICO DE DETALLE POR DONANTE (CON UUID Y ESTATUS CFDI)
      * SDAT-40181I
      *    (KSDS RFC + ANOMES + IREF)
           SELECT ARCH-HIST-DET      ASSIGN TO ZM4TR0HI
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS HDET-LLAVE
                  FILE STATUS  IS WS-FS-HIST-DET.
      * SDAT-40181F
      *
      *    BITACORA DE SOBRES TRANSMITIDOS
           SELECT ARCH-LOG-TRANS     ASSIGN TO UT-S-ZM4TR0TL.
      *
      *    SOLICITUDES DE TIMBRADO CFDI
           SELECT ARCH-CFDI-SOL      ASSIGN TO UT-S-ZM4TR0CF.
      *
      *    RESPUESTA DEL PAC
           SELECT ARCH-RESP-PAC      ASSIGN TO UT-S-ZM4TR0PC.
      *
      *    ACUSES DE LA FUNDACION
           SELECT ARCH-RETORNO       ASSIGN TO UT-S-ZM4TR0AC.
      *
      *    FOLIOS REVERSADOS POR ZM4DJ098
           SELECT ARCH-REVERSADOS    ASSIGN TO UT-S-ZM4TR0RV.
      *
      *    POLIZA CONTABLE DE ZM4DJ097
           SELECT ARCH-GL-POLIZA     ASSIGN TO UT-S-ZM4TR0GL.
      *
      *    REPORTE DE TRAZABILIDAD (UNA HOJA POR DONATIVO)
           SELECT ARCH-RPT-TRAZA     ASSIGN TO UT-S-ZM4TR0RP.
      *
      /
      ******************************************************************
      *   DATA DIVISION                                                *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *
      ******************************************************************
      *  TARJETA DE LLAVE: 'I' IREF / 'R' RFC / 'C' CUENTA             *
      ******************************************************************
       FD  ARCH-LLAVES
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-LLAVE
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-LLAVE.
           05 LLA-TIPO                  PIC X(01).
              88 LLA-TIPO-IREF                     VALUE 'I'.
              88 LLA-TIPO-RFC                      VALUE 'R'.
              88 LLA-TIPO-CUENTA                   VALUE 'C'.
           05 FILLER                    PIC X(01).
           05 LLA-VALOR                 PIC X(15).
           05 FILLER REDEFINES LLA-VALOR.
              10 LLA-IREF               PIC 9(10).
              10 FILLER                 PIC X(05).
           05 FILLER REDEFINES LLA-VALOR.
              10 LLA-ICUENTA            PIC 9(09).
              10 FILLER                 PIC X(06).
           05 FILLER                    PIC X(01).
           05 LLA-ANOMES                PIC X(06).
           05 FILLER                    PIC X(56).
      *
      ******************************************************************
      *  INTERFAZ A LA FUNDACION: HEADER '0' DEL SOBRE, DETALLE '1'    *
      *  (LAYOUT A3-DETALLE DE ZM4DJ097)                               *
      ******************************************************************
       FD  ARCH-INTEF-FUNDA
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-INTEF-FUNDA
           RECORD CONTAINS 713 CHARACTERS.
       01  REG-INTEF-FUNDA.
           05 A3-TIPO-REG               PIC X(01).
           05 A3-APLICACION             PIC X(04).
           05 FILLER                    PIC 9(10).
           05 A3-CCTAINVPAT             PIC X(10).
           05 FILLER REDEFINES A3-CCTAINVPAT.
              10 FILLER                 PIC X(03).
              10 A3-ICUENTA             PIC 9(07).
           05 FILLER                    PIC 9(11).
           05 A3-NUM-OPERAC-IREF        PIC 9(09).
           05 A3-NOMBRE                 PIC X(285).
           05 A3-IRFC                   PIC X(15).
           05 A3-MNT-DONAC              PIC 9(13).9(02).
           05 A3-FECHA-FIN-MES          PIC X(10).
           05 FILLER                    PIC X(241).
           05 A3-CAMPANA                PIC X(04).
           05 A3-FOLIO-CARGO            PIC 9(10).
           05 FILLER                    PIC X(87).
       01  REG-SOBRE-HEADER.
           05 E0-TIPO-REG               PIC X(01).
           05 E0-NUM-TRANSMISION        PIC 9(09).
           05 E0-FEC-GENERACION         PIC X(10).
           05 E0-HORA-GENERACION        PIC X(08).
           05 E0-PERIODO                PIC 9(06).
           05 FILLER                    PIC X(679).
      *
      ******************************************************************
      *  HISTORICO DE DETALLE POR DONANTE                              *
      ******************************************************************
       FD  ARCH-HIST-DET
           LABEL RECORD IS STANDARD
           DATA RECORD   IS  REG-HIST-DET
      * SDAT-40181I
           RECORD CONTAINS 290 CHARACTERS.
      * SDAT-40181F
       01  REG-HIST-DET.
           05 HDET-IEMPR                PIC X(03).
           05 HDET-ANOMES               PIC 9(06).
           05 HDET-CCTAINVPAT           PIC X(10).
           05 FILLER REDEFINES HDET-CCTAINVPAT.
              10 FILLER                 PIC X(03).
              10 HDET-ICUENTA           PIC 9(07).
           05 HDET-IRFC                 PIC X(15).
           05 HDET-MONTO                PIC 9(13)V9(02).
           05 HDET-FECHA                PIC X(10).
           05 HDET-NOMBRE               PIC X(100).
           05 HDET-IREF                 PIC 9(09).
           05 HDET-UUID                 PIC X(36).
           05 HDET-EMAIL                PIC X(50).
           05 HDET-ESTATUS-CFDI         PIC X(01).
           05 FILLER                    PIC X(05).
      * SDAT-40181I
           05 HDET-LLAVE.
              10 HDET-LLAVE-IRFC        PIC X(15).
              10 HDET-LLAVE-ANOMES      PIC 9(06).
              10 HDET-LLAVE-IREF        PIC 9(09).
      * SDAT-40181F
      *
      ******************************************************************
      *  BITACORA DE SOBRES TRANSMITIDOS (LAYOUT DE ZM4DJ097)          *
      ******************************************************************
       FD  ARCH-LOG-TRANS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-LOG-TRANS
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-LOG-TRANS.
           05 LOG-NUM-TRANSMISION       PIC 9(09).
           05 LOG-FEC-GENERACION        PIC X(10).
           05 LOG-HORA-GENERACION       PIC X(08).
           05 LOG-PERIODO               PIC 9(06).
           05 LOG-REGISTROS             PIC 9(09).
           05 LOG-MONTO                 PIC 9(15)V9(02).
           05 LOG-RETRANSMISION         PIC X(01).
           05 FILLER                    PIC X(72).
      *
      ******************************************************************
      *  SOLICITUDES DE TIMBRADO CFDI (LAYOUT DE ZM4DJ097)             *
      ******************************************************************
       FD  ARCH-CFDI-SOL
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-CFDI-SOL
           RECORD CONTAINS 150 CHARACTERS.
       01  REG-CFDI-SOL.
           05 SOL-IEMPR                 PIC X(03).
           05 SOL-NUM-OPERAC-IREF       PIC 9(09).
           05 SOL-CCTAINVPAT            PIC X(10).
           05 SOL-IRFC                  PIC X(15).
           05 SOL-MNT-DONAC             PIC 9(13)V9(02).
           05 SOL-EMAIL                 PIC X(50).
           05 SOL-CP-FISCAL             PIC 9(05).
           05 SOL-REG-FISCAL            PIC 9(03).
           05 SOL-FECHA                 PIC X(10).
           05 FILLER                    PIC X(30).
      *
      ******************************************************************
      *  RESPUESTA DEL PAC: ESTATUS 'AC' TIMBRADO, 'RE' RECHAZADO      *
      ******************************************************************
       FD  ARCH-RESP-PAC
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-RESP-PAC
           RECORD CONTAINS 100 CHARACTERS.
       01  REG-RESP-PAC.
           05 RSP-NUM-OPERAC-IREF       PIC 9(09).
           05 RSP-CCTAINVPAT            PIC X(10).
           05 RSP-UUID                  PIC X(36).
           05 RSP-ESTATUS               PIC X(02).
              88 RSP-TIMBRADO                      VALUE 'AC'.
              88 RSP-RECHAZADO                     VALUE 'RE'.
           05 RSP-MOTIVO                PIC X(30).
           05 FILLER                    PIC X(13).
      *
      ******************************************************************
      *  ACUSE DE LA FUNDACION (UN RENGLON POR DONATIVO)               *
      ******************************************************************
       FD  ARCH-RETORNO
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-RETORNO
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-RETORNO.
           05 RET-NUM-OPERAC-IREF       PIC 9(09).
           05 RET-CCTAINVPAT            PIC X(10).
           05 RET-MNT-DONAC.
              10 RET-MNT-ENTERO         PIC 9(13).
              10 FILLER                 PIC X(01).
              10 RET-MNT-DECIMAL        PIC 9(02).
           05 RET-ESTATUS               PIC X(02).
           05 FILLER                    PIC X(43).
      *
      ******************************************************************
      *  FOLIOS REVERSADOS (LAYOUT DE ZM4DJ098)                        *
      ******************************************************************
       FD  ARCH-REVERSADOS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-REVERSADO
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-REVERSADO.
           05 REV-IEMPR                 PIC X(03).
           05 REV-ICUENTA               PIC 9(09).
           05 REV-IREF-ORIGINAL         PIC 9(10).
           05 REV-IREF-REVERSO          PIC 9(10).
           05 REV-TPOMOV-ORIGINAL       PIC X(01).
           05 REV-MONTO                 PIC 9(15)V9(02).
           05 REV-FHAPLICA-ORIGINAL     PIC X(10).
           05 REV-FECHA-REVERSO         PIC X(10).
           05 FILLER                    PIC X(10).
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
       FD  ARCH-RPT-TRAZA
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-RPT-TRAZA
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-RPT-TRAZA                PIC X(132).
      *
      ******************************************************************
      *  WORKING STORAGE SECTION                                       *
      ******************************************************************
       WORKING-STORAGE SECTION.
      *
       01 W000-PROG                  PIC X(08)       VALUE 'ZM4TR001'.
      *
       01 WS-VARIABLES.
          05 WS-SQLCODE              PIC -999        VALUE ZEROS.
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
      * SDAT-40181I
       01 WS-FS-HIST-DET             PIC X(02)       VALUE ZEROS.
      * SDAT-40181F
       01 WS-FIN-CURSOR              PIC X(01)       VALUE 'N'.
          88 WS-FIN-CURSOR-SI                        VALUE 'S'.
          88 WS-FIN-CURSOR-NO                        VALUE 'N'.
      *
      ******************************************************************
      *  LLAVES 'R' Y 'C' LEIDAS (PARA RECONOCER DONATIVOS QUE SOLO    *
      *  APARECEN EN LA INTERFAZ O EN EL HISTORICO)                    *
      ******************************************************************
       01 WSC-MAX-LLV                PIC 9(05)      VALUE 200.
       01 WS-NUM-LLV                 PIC 9(05)      COMP VALUE ZEROS.
       01 WS-IX-LLV                  PIC 9(05)      COMP VALUE ZEROS.
       01 TABLA-LLAVES.
          05 LLV-ENT                 OCCURS 200 TIMES.
             10 LLV-E-TIPO           PIC X(01).
             10 LLV-E-VALOR          PIC X(15).
             10 LLV-E-ICUENTA        PIC 9(09).
             10 LLV-E-ANOMES         PIC X(06).
       01 WS-LLV-HALLADA             PIC X(01)      VALUE 'N'.
          88 WS-LLV-HALLADA-SI                      VALUE 'S'.
          88 WS-LLV-HALLADA-NO                      VALUE 'N'.
       01 WS-LLV-IRFC                PIC X(15)      VALUE SPACES.
       01 WS-LLV-ICUENTA             PIC 9(09)      VALUE ZEROS.
       01 WS-LLV-ANOMES              PIC 9(06)      VALUE ZEROS.
      *
      ******************************************************************
      *  DONATIVOS A TRAZAR: UNO POR PAREJA CARGO/ABONO, CON LO QUE    *
      *  SE VA ENCONTRANDO EN CADA ETAPA DE LA CADENA                  *
      ******************************************************************
       01 WSC-MAX-TRZ                PIC 9(05)      VALUE 500.
       01 WS-NUM-TRZ                 PIC 9(05)      COMP VALUE ZEROS.
       01 WS-IX-TRZ                  PIC 9(05)      COMP VALUE ZEROS.
       01 WS-KX-TRZ                  PIC 9(05)      COMP VALUE ZEROS.
       01 TABLA-TRAZAS.
          05 TRZ-ENT                 OCCURS 500 TIMES.
             10 TRZ-E-LLAVE-TIPO     PIC X(01).
             10 TRZ-E-LLAVE-VALOR    PIC X(15).
             10 TRZ-E-ORIGEN         PIC X(20).
             10 TRZ-E-IREF-ABONO     PIC 9(10).
             10 TRZ-E-IREF-CARGO     PIC 9(10).
             10 TRZ-E-ICUENTA        PIC 9(09).
             10 TRZ-E-IEMPR          PIC X(03).
             10 TRZ-E-IRFC           PIC X(15).
             10 TRZ-E-ISERIE         PIC X(08).
             10 TRZ-E-FHAPLICA       PIC X(10).
             10 TRZ-E-ANOMES         PIC 9(06).
             10 TRZ-E-NUCVEISI       PIC X(12).
      *          ETAPA 01: OPERACION ORIGEN
             10 TRZ-E-ORG-OPERASI    PIC 9(07).
             10 TRZ-E-ORG-OPERA      PIC 9(07).
             10 TRZ-E-ORG-MONTO      PIC 9(15)V9(02).
      *          ETAPAS 02/03: CARGO Y ABONO EN ZMDT633
             10 TRZ-E-CARGO          PIC X(01).
             10 TRZ-E-MNT-CARGO      PIC 9(15)V9(02).
             10 TRZ-E-SES-CARGO      PIC X(01).
             10 TRZ-E-ABONO          PIC X(01).
             10 TRZ-E-MNT-ABONO      PIC 9(15)V9(02).
             10 TRZ-E-SES-ABONO      PIC X(01).
      *          ETAPA 04: POLIZA CONTABLE
             10 TRZ-E-GL-CARGO       PIC X(01).
             10 TRZ-E-GL-ABONO       PIC X(01).
             10 TRZ-E-GL-CTA-CARGO   PIC X(10).
             10 TRZ-E-GL-CTA-ABONO   PIC X(10).
      *          ETAPA 05: INTERFAZ A LA FUNDACION
             10 TRZ-E-A3-VECES       PIC 9(03).
             10 TRZ-E-A3-SOBRE       PIC 9(09).
             10 TRZ-E-A3-MONTO       PIC 9(13)V9(02).
             10 TRZ-E-A3-CAMPANA     PIC X(04).
      *          ETAPA 06: BITACORA DE SOBRES
             10 TRZ-E-LOG            PIC X(01).
             10 TRZ-E-LOG-FECHA      PIC X(10).
             10 TRZ-E-LOG-HORA       PIC X(08).
             10 TRZ-E-LOG-RETRANS    PIC X(01).
      *          ETAPA 07: HISTORICO DE DETALLE
             10 TRZ-E-HD             PIC X(01).
             10 TRZ-E-HD-MONTO       PIC 9(13)V9(02).
             10 TRZ-E-HD-UUID        PIC X(36).
             10 TRZ-E-HD-ESTATUS     PIC X(01).
      *          ETAPA 08: SOLICITUD CFDI
             10 TRZ-E-SOL            PIC X(01).
             10 TRZ-E-SOL-FECHA      PIC X(10).
             10 TRZ-E-SOL-MONTO      PIC 9(13)V9(02).
      *          ETAPA 09: ACUSE DE LA FUNDACION
             10 TRZ-E-ACU            PIC X(01).
             10 TRZ-E-ACU-ESTATUS    PIC X(02).
             10 TRZ-E-ACU-MONTO      PIC 9(13)V9(02).
      *          ETAPA 10: RESPUESTA DEL PAC
             10 TRZ-E-PAC            PIC X(01).
             10 TRZ-E-PAC-ESTATUS    PIC X(02).
             10 TRZ-E-PAC-UUID       PIC X(36).
             10 TRZ-E-PAC-MOTIVO     PIC X(30).
      *          ETAPA 11: REVERSO DE ZM4DJ098
             10 TRZ-E-REV            PIC X(01).
             10 TRZ-E-REV-IREF       PIC 9(10).
             10 TRZ-E-REV-FECHA      PIC X(10).
       01 WS-TRZ-HALLADA             PIC X(01)      VALUE 'N'.
          88 WS-TRZ-HALLADA-SI                      VALUE 'S'.
          88 WS-TRZ-HALLADA-NO                      VALUE 'N'.
       01 WS-BUS-IREF                PIC 9(10)      VALUE ZEROS.
      *
      ******************************************************************
      *  RESULTADO DE RESOLVER UN IREF CONTRA ZMDT633                  *
      ******************************************************************
       01 WS-RESUELTO.
          05 WS-RES-IREF-ABONO       PIC 9(10)      VALUE ZEROS.
          05 WS-RES-IREF-CARGO       PIC 9(10)      VALUE ZEROS.
          05 WS-RES-ICUENTA          PIC 9(09)      VALUE ZEROS.
          05 WS-RES-IEMPR            PIC X(03)      VALUE SPACES.
          05 WS-RES-IRFC             PIC X(15)      VALUE SPACES.
          05 WS-RES-ISERIE           PIC X(08)      VALUE SPACES.
          05 WS-RES-FHAPLICA         PIC X(10)      VALUE SPACES.
          05 WS-RES-NUCVEISI         PIC X(12)      VALUE SPACES.
          05 WS-RES-CARGO            PIC X(01)      VALUE 'N'.
          05 WS-RES-MNT-CARGO        PIC 9(15)V9(02) VALUE ZEROS.
          05 WS-RES-SES-CARGO        PIC X(01)      VALUE SPACES.
          05 WS-RES-ABONO            PIC X(01)      VALUE 'N'.
          05 WS-RES-MNT-ABONO        PIC 9(15)V9(02) VALUE ZEROS.
          05 WS-RES-SES-ABONO        PIC X(01)      VALUE SPACES.
       01 WS-ORIGEN-ALTA             PIC X(20)      VALUE SPACES.
       01 WS-ALTA-TIPO               PIC X(01)      VALUE SPACES.
       01 WS-ALTA-VALOR              PIC X(15)      VALUE SPACES.
      *
      ******************************************************************
      *  VARIABLES DB2                                                 *
      ******************************************************************
       01 WS-SQL-TIPO                PIC X(01)       VALUE SPACES.
       01 WS-SQL-IRFC                PIC X(15)       VALUE SPACES.
       01 WS-SQL-ICUENTA             PIC S9(09)      COMP VALUE ZEROS.
       01 WS-SQL-FEC-INI             PIC X(10)       VALUE SPACES.
       01 WS-SQL-FEC-SIG             PIC X(10)       VALUE SPACES.
       01 WS-SQL-ISERIE              PIC X(08)       VALUE SPACES.
       01 WS-SQL-IREF                PIC S9(10)V     COMP-3 VALUE ZEROS.
       01 WS-SQL-PAREJA              PIC S9(10)V     COMP-3 VALUE ZEROS.
       01 WS-SQL-NUM-OPS             PIC S9(09)      COMP VALUE ZEROS.
       01 WS-SQL-MNT-OPS             PIC S9(15)V9(02)
                                                     COMP-3 VALUE ZEROS.
       01 WS-Z33-IREF                PIC S9(10)V     COMP-3 VALUE ZEROS.
       01 WS-Z33-ICUENTA             PIC S9(09)      COMP VALUE ZEROS.
       01 WS-Z33-TPOMOV              PIC X(01)       VALUE SPACES.
       01 WS-Z33-IOPERA              PIC S9(04)      COMP VALUE ZEROS.
       01 WS-Z33-FHAPLICA            PIC X(10)       VALUE SPACES.
       01 WS-Z33-MAFECTA             PIC S9(15)V9(02)
                                                     COMP-3 VALUE ZEROS.
       01 WS-Z33-ISERIE              PIC X(08)       VALUE SPACES.
       01 WS-Z33-SESTATUS            PIC X(01)       VALUE SPACES.
       01 WS-Z33-NUCVEISI            PIC X(12)       VALUE SPACES.
       01 WS-Z33-IEMPR               PIC X(03)       VALUE SPACES.
       01 WS-Z33-IRFC                PIC X(15)       VALUE SPACES.
       01 WS-Z33-EXISTE              PIC X(01)       VALUE 'N'.
          88 WS-Z33-EXISTE-SI                        VALUE 'S'.
          88 WS-Z33-EXISTE-NO                        VALUE 'N'.
      *
      ******************************************************************
      *  VENTANA DEL MES DE UN PERIODO AAAAMM                          *
      ******************************************************************
       01 WS-ANOMES-VENTANA          PIC 9(06)       VALUE ZEROS.
       01 FILLER REDEFINES WS-ANOMES-VENTANA.
          05 WS-VEN-ANIO             PIC 9(04).
          05 WS-VEN-MES              PIC 9(02).
       01 WS-FEC-VENTANA.
          05 WS-FEC-VEN-ANIO         PIC 9(04).
          05 FILLER                  PIC X(01)       VALUE '-'.
          05 WS-FEC-VEN-MES          PIC 9(02).
          05 FILLER                  PIC X(01)       VALUE '-'.
          05 WS-FEC-VEN-DIA          PIC 9(02)       VALUE 01.
       01 WS-FHAPLICA-AUX            PIC X(10)       VALUE SPACES.
       01 FILLER REDEFINES WS-FHAPLICA-AUX.
          05 WS-FHA-ANIO             PIC 9(04).
          05 FILLER                  PIC X(01).
          05 WS-FHA-MES              PIC 9(02).
          05 FILLER                  PIC X(03).
      *
      ******************************************************************
      *  SOBRE EN TURNO AL LEER LA INTERFAZ                            *
      ******************************************************************
       01 WS-A3-SOBRE                PIC 9(09)       VALUE ZEROS.
       01 WS-A3-PERIODO              PIC 9(06)       VALUE ZEROS.
       01 WS-MONTO-AUX               PIC 9(13)V9(02) VALUE ZEROS.
      *
      ******************************************************************
      *  ARMADO DE LA HOJA DE CADA DONATIVO                            *
      ******************************************************************
       01 WS-HOJA                    PIC 9(05)       VALUE ZEROS.
       01 WS-ETAPA-ROTA              PIC 9(02)       VALUE ZEROS.
       01 WS-ETAPA-ROTA-NOM          PIC X(34)       VALUE SPACES.
       01 WS-ED-MONTO                PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-MONTO2               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-IREF                 PIC Z(09)9.
       01 WS-ED-IREF2                PIC Z(09)9.
       01 WS-ED-NUM                  PIC ZZZZZZ9.
       01 WS-ED-NUM2                 PIC ZZZZZZ9.
      *
      ******************************************************************
      *  CIFRAS DE CONTROL                                             *
      ******************************************************************
       01 WS-TOT-LLAVES-LEIDAS       PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-LLAVES-ERRONEAS     PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-TRAZAS              PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-DUPLICADAS          PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-COMPLETAS           PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-ROTAS               PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-REVERSADAS          PIC 9(09)       VALUE ZEROS.
      *
      ******************************************************************
      *  RENGLONES DEL REPORTE DE TRAZABILIDAD                         *
      ******************************************************************
       01  T1-01-ENCA.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 FILLER                 PIC X(08) VALUE 'ZM4TR001'.
           05 FILLER                 PIC X(44) VALUE
             '          TRAZABILIDAD DE DONATIVO DE PUNTA '.
           05 FILLER                 PIC X(44) VALUE
             'A PUNTA (OPERACION ORIGEN A CFDI)           '.
           05 FILLER                 PIC X(24) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE 'HOJA: '.
           05 T1-01-HOJA             PIC ZZZZ9.
      *
       01  T1-02-LLAVE.
           05 FILLER                 PIC X(19) VALUE
             ' LLAVE SOLICITADA: '.
           05 T1-02-TIPO             PIC X(01).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 T1-02-VALOR            PIC X(15).
           05 FILLER                 PIC X(22) VALUE
             '   DONATIVO HALLADO EN'.
           05 FILLER                 PIC X(02) VALUE ': '.
           05 T1-02-ORIGEN           PIC X(20).
           05 FILLER                 PIC X(52) VALUE SPACES.
      *
       01  T1-03-DATOS.
           05 FILLER                 PIC X(13) VALUE
             ' IREF ABONO: '.
           05 T1-03-IREF-ABONO       PIC Z(09)9.
           05 FILLER                 PIC X(15) VALUE
             '   IREF CARGO: '.
           05 T1-03-IREF-CARGO       PIC Z(09)9.
           05 FILLER                 PIC X(11) VALUE
             '   CUENTA: '.
           05 T1-03-ICUENTA          PIC Z(08)9.
           05 FILLER                 PIC X(12) VALUE
             '   EMPRESA: '.
           05 T1-03-IEMPR            PIC X(03).
           05 FILLER                 PIC X(08) VALUE
             '   RFC: '.
           05 T1-03-IRFC             PIC X(15).
           05 FILLER                 PIC X(26) VALUE SPACES.
      *
       01  T1-04-DATOS.
           05 FILLER                 PIC X(08) VALUE
             ' SERIE: '.
           05 T1-04-ISERIE           PIC X(08).
           05 FILLER                 PIC X(21) VALUE
             '   FECHA APLICACION: '.
           05 T1-04-FHAPLICA         PIC X(10).
           05 FILLER                 PIC X(12) VALUE
             '   PERIODO: '.
           05 T1-04-ANOMES           PIC 9(06).
           05 FILLER                 PIC X(13) VALUE
             '   CONCEPTO: '.
           05 T1-04-NUCVEISI         PIC X(12).
           05 FILLER                 PIC X(42) VALUE SPACES.
      *
       01  T1-05-ENCA.
           05 FILLER                 PIC X(44) VALUE
             '    ETAPA                              ESTAT'.
           05 FILLER                 PIC X(44) VALUE
             'US        DETALLE                           '.
           05 FILLER                 PIC X(44) VALUE SPACES.
      *
       01  T1-06-GUIONES.
           05 FILLER                 PIC X(132) VALUE ALL '-'.
      *
       01  T1-07-DETA.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 T1-07-NUM              PIC 9(02).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 T1-07-ETAPA            PIC X(34).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 T1-07-ESTATUS          PIC X(13).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 T1-07-DETALLE          PIC X(79).
      *
       01  T1-08-RESULTADO.
           05 FILLER                 PIC X(13) VALUE
             ' RESULTADO:  '.
           05 T1-08-TEXTO            PIC X(100).
           05 FILLER                 PIC X(19) VALUE SPACES.
      *
       01  T1-09-TOTALES.
           05 FILLER                 PIC X(26) VALUE
              '*** CIFRAS DE CONTROL *** '.
           05 T1-09-TOT-TEXTO        PIC X(30).
           05 T1-09-TOT-CIFRA        PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(67) VALUE SPACES.
      *
       01  T1-ESPACIOS.
           05 FILLER                 PIC X(132) VALUE SPACES.
      *
      ******************************************************************
      *    DECLARACION DE CURSORES                                     *
      ******************************************************************
      *
      *    ABONOS A LA FUNDACION DE LAS CUENTAS DE UN RFC O DE UNA
      *    CUENTA DADA, DENTRO DE LA VENTANA DE FECHAS DE APLICACION
           EXEC SQL
             DECLARE C100-ABONOS CURSOR FOR
               SELECT M.ZM633_IREF
                 FROM ZMDT633 M
                    , CUENTA  T1
                WHERE M.ZM633_NUCVEISI  = 'VTA DONATIVO'
                  AND M.ZM633_IOPERA    = 1020
                  AND M.ZM633_FHAPLICA >= :WS-SQL-FEC-INI
                  AND M.ZM633_FHAPLICA  < :WS-SQL-FEC-SIG
                  AND T1.ICUENTA        = M.ZM633_ICUENTA
                  AND ((:WS-SQL-TIPO    = 'R'   AND
                        T1.IRFC         = :WS-SQL-IRFC)
                   OR  (:WS-SQL-TIPO    = 'C'   AND
                        T1.ICUENTA      = :WS-SQL-ICUENTA))
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
           PERFORM 010-CARGA-LLAVES.
           PERFORM 020-BARRE-INTERFAZ.
           PERFORM 025-BARRE-HISTORICO.
           PERFORM 030-BUSCA-ORIGEN.
           PERFORM 035-BARRE-BITACORA.
           PERFORM 040-BARRE-SOLICITUDES.
           PERFORM 045-BARRE-ACUSES.
           PERFORM 050-BARRE-PAC.
           PERFORM 055-BARRE-REVERSOS.
           PERFORM 060-BARRE-POLIZA.
           PERFORM 070-IMPRIME-TRAZAS.
           PERFORM 075-ESCRIBE-TOTALES.
           PERFORM 080-CIERRA-ARCHIVOS.
           PERFORM 999-TERMINA.
      *
      ******************************************************************
      *   ABRE ARCHIVOS                                                *
      ******************************************************************
       005-ABRE-ARCHIVOS.
           OPEN INPUT  ARCH-LLAVES.
           OPEN OUTPUT ARCH-RPT-TRAZA.
       005-FIN.
           EXIT.
      *
      ******************************************************************
      *    LEE LAS TARJETAS DE LLAVES: UN IREF SE RESUELVE CONTRA      *
      *    ZMDT633 A SU PAREJA CARGO/ABONO; UN RFC O UNA CUENTA SE     *
      *    EXPANDE A TODOS SUS ABONOS Y SE GUARDA PARA RECONOCER LO    *
      *    QUE SOLO HAYA LLEGADO A LA INTERFAZ O AL HISTORICO          *
      ******************************************************************
       010-CARGA-LLAVES.
           MOVE 'N'                     TO WS-FIN-ARCHIVO.
           PERFORM 011-LEE-LLAVE UNTIL WS-FIN-ARCHIVO-SI.
           CLOSE ARCH-LLAVES.
           IF WS-TOT-LLAVES-LEIDAS = ZEROS
              DISPLAY W000-PROG ' ARCHIVO DE LLAVES VACIO'
              DISPLAY 'SE TERMINA EL PROGRAMA                '
              PERFORM 999-ABORTA
           END-IF.
       010-FIN.
           EXIT.
      *
       011-LEE-LLAVE.
           READ ARCH-LLAVES
                AT END MOVE 'S'         TO WS-FIN-ARCHIVO
                NOT AT END
                   ADD 1                TO WS-TOT-LLAVES-LEIDAS
                   MOVE LLA-TIPO        TO WS-ALTA-TIPO
                   MOVE LLA-VALOR       TO WS-ALTA-VALOR
                   PERFORM 012-VALIDA-LLAVE
           END-READ.
       011-FIN.
           EXIT.
      *
       012-VALIDA-LLAVE.
           IF LLA-ANOMES NOT = SPACES AND
              LLA-ANOMES IS NOT NUMERIC
              ADD 1                     TO WS-TOT-LLAVES-ERRONEAS
              DISPLAY W000-PROG ' PERIODO NO VALIDO EN LA LLAVE: '
                      REG-LLAVE
           ELSE
              EVALUATE TRUE
                 WHEN LLA-TIPO-IREF
                    IF LLA-IREF IS NOT NUMERIC OR LLA-IREF = ZEROS
                       ADD 1            TO WS-TOT-LLAVES-ERRONEAS
                       DISPLAY W000-PROG ' IREF NO VALIDO: ' REG-LLAVE
                    ELSE
                       MOVE LLA-IREF    TO WS-BUS-IREF
                       PERFORM 100-RESUELVE-IREF
                       MOVE 'LLAVE IREF' TO WS-ORIGEN-ALTA
                       PERFORM 110-AGREGA-TRAZA
                    END-IF
                 WHEN LLA-TIPO-RFC
                 WHEN LLA-TIPO-CUENTA
                    IF LLA-TIPO-CUENTA AND
                      (LLA-ICUENTA IS NOT NUMERIC OR
                       LLA-ICUENTA = ZEROS)
                       ADD 1            TO WS-TOT-LLAVES-ERRONEAS
                       DISPLAY W000-PROG ' CUENTA NO VALIDA: ' REG-LLAVE
                    ELSE
                       IF LLA-TIPO-RFC AND LLA-VALOR = SPACES
                          ADD 1         TO WS-TOT-LLAVES-ERRONEAS
                          DISPLAY W000-PROG ' RFC EN BLANCO: '
                                  REG-LLAVE
                       ELSE
                          PERFORM 013-GUARDA-LLAVE
                          PERFORM 015-EXPANDE-LLAVE
                       END-IF
                    END-IF
                 WHEN OTHER
                    ADD 1               TO WS-TOT-LLAVES-ERRONEAS
                    DISPLAY W000-PROG ' TIPO DE LLAVE NO VALIDO: '
                            REG-LLAVE
              END-EVALUATE
           END-IF.
       012-FIN.
           EXIT.
      *
       013-GUARDA-LLAVE.
           IF WS-NUM-LLV NOT < WSC-MAX-LLV
              DISPLAY W000-PROG ' LLAVES EXCEDEN LA TABLA DE '
                      WSC-MAX-LLV ' ENTRADAS'
              PERFORM 999-ABORTA
           END-IF.
           ADD 1                        TO WS-NUM-LLV.
           MOVE LLA-TIPO                TO LLV-E-TIPO   (WS-NUM-LLV).
           MOVE LLA-VALOR               TO LLV-E-VALOR  (WS-NUM-LLV).
           MOVE LLA-ANOMES              TO LLV-E-ANOMES (WS-NUM-LLV).
           IF LLA-TIPO-CUENTA
              MOVE LLA-ICUENTA          TO LLV-E-ICUENTA(WS-NUM-LLV)
           ELSE
              MOVE ZEROS                TO LLV-E-ICUENTA(WS-NUM-LLV)
           END-IF.
       013-FIN.
           EXIT.
      *
      ******************************************************************
      *    EXPANDE UNA LLAVE RFC/CUENTA A SUS ABONOS EN ZMDT633        *
      ******************************************************************
       015-EXPANDE-LLAVE.
           MOVE LLA-TIPO                TO WS-SQL-TIPO.
           MOVE SPACES                  TO WS-SQL-IRFC.
           MOVE ZEROS                   TO WS-SQL-ICUENTA.
           IF LLA-TIPO-RFC
              MOVE LLA-VALOR            TO WS-SQL-IRFC
              MOVE 'LLAVE RFC'          TO WS-ORIGEN-ALTA
           ELSE
              MOVE LLA-ICUENTA          TO WS-SQL-ICUENTA
              MOVE 'LLAVE CUENTA'       TO WS-ORIGEN-ALTA
           END-IF.
           IF LLA-ANOMES = SPACES
              MOVE '0001-01-01'         TO WS-SQL-FEC-INI
              MOVE '9999-12-31'         TO WS-SQL-FEC-SIG
           ELSE
              MOVE LLA-ANOMES           TO WS-ANOMES-VENTANA
              PERFORM 120-ARMA-VENTANA
           END-IF.
           PERFORM 016-ABRE-CURSOR.
           PERFORM 017-LEE-CURSOR.
           PERFORM 018-AGREGA-ABONO UNTIL WS-FIN-CURSOR-SI.
           PERFORM 019-CIERRA-CURSOR.
       015-FIN.
           EXIT.
      *
       016-ABRE-CURSOR.
           MOVE 'N'                     TO WS-FIN-CURSOR.
           EXEC SQL
              OPEN C100-ABONOS
           END-EXEC.
           IF SQLCODE NOT = ZEROS AND
              SQLCODE NOT = 100
              DISPLAY 'ERROR AL ABRIR EL CURSOR C100-ABONOS'
              MOVE SQLCODE              TO WS-SQLCODE
              DISPLAY 'SQLCODE ' WS-SQLCODE
              DISPLAY 'SE TERMINA EL PROGRAMA                '
              PERFORM 999-ABORTA
           END-IF.
       016-FIN.
           EXIT.
      *
       017-LEE-CURSOR.
           EXEC SQL
              FETCH C100-ABONOS
               INTO :WS-Z33-IREF
           END-EXEC.
           IF SQLCODE NOT = ZEROS AND
              SQLCODE NOT = 100
              DISPLAY 'ERROR AL LEER  EL CURSOR C100-ABONOS'
              MOVE SQLCODE              TO WS-SQLCODE
              DISPLAY 'SQLCODE ' WS-SQLCODE
              DISPLAY 'SE TERMINA EL PROGRAMA                '
              PERFORM 999-ABORTA
           END-IF.
           IF SQLCODE = 100
              MOVE 'S'                  TO WS-FIN-CURSOR
           END-IF.
       017-FIN.
           EXIT.
      *
       018-AGREGA-ABONO.
           MOVE WS-Z33-IREF             TO WS-BUS-IREF.
           PERFORM 100-RESUELVE-IREF.
           PERFORM 110-AGREGA-TRAZA.
           PERFORM 017-LEE-CURSOR.
       018-FIN.
           EXIT.
      *
       019-CIERRA-CURSOR.
           EXEC SQL
              CLOSE C100-ABONOS
           END-EXEC.
           IF SQLCODE NOT = ZEROS AND
              SQLCODE NOT = 100
              DISPLAY 'ERROR AL CERRAR EL CURSOR C100-ABONOS'
              MOVE SQLCODE              TO WS-SQLCODE
              DISPLAY 'SQLCODE ' WS-SQLCODE
              DISPLAY 'SE TERMINA EL PROGRAMA                '
              PERFORM 999-ABORTA
           END-IF.
       019-FIN.
           EXIT.
      *
      ******************************************************************
      *    BARRE LA INTERFAZ A LA FUNDACION: CADA DETALLE '1' QUE      *
      *    CORRESPONDA A UN DONATIVO DE LA TABLA (POR IREF DE ABONO O  *
      *    DE CARGO) O A UNA LLAVE RFC/CUENTA SE LIGA AL SOBRE '0' QUE *
      *    LO ANTECEDE. SI VIENEN VARIOS SOBRES CONCATENADOS SE CUENTA *
      *    CADA APARICION Y QUEDA EL ULTIMO SOBRE                      *
      ******************************************************************
       020-BARRE-INTERFAZ.
           OPEN INPUT  ARCH-INTEF-FUNDA.
           MOVE ZEROS                   TO WS-A3-SOBRE
                                           WS-A3-PERIODO.
           MOVE 'N'                     TO WS-FIN-ARCHIVO.
           PERFORM 021-LEE-INTERFAZ UNTIL WS-FIN-ARCHIVO-SI.
           CLOSE ARCH-INTEF-FUNDA.
       020-FIN.
           EXIT.
      *
       021-LEE-INTERFAZ.
           READ ARCH-INTEF-FUNDA
                AT END MOVE 'S'         TO WS-FIN-ARCHIVO
                NOT AT END
                   IF E0-TIPO-REG = '0'
                      MOVE E0-NUM-TRANSMISION TO WS-A3-SOBRE
                      MOVE E0-PERIODO         TO WS-A3-PERIODO
                   END-IF
                   IF A3-TIPO-REG = '1'
                      PERFORM 022-LIGA-INTERFAZ
                   END-IF
           END-READ.
       021-FIN.
           EXIT.
      *
       022-LIGA-INTERFAZ.
           MOVE A3-NUM-OPERAC-IREF      TO WS-BUS-IREF.
           PERFORM 130-BUSCA-IREF.
           IF WS-TRZ-HALLADA-NO
              MOVE A3-FOLIO-CARGO       TO WS-BUS-IREF
              PERFORM 130-BUSCA-IREF
           END-IF.
           IF WS-TRZ-HALLADA-NO
              MOVE A3-IRFC              TO WS-LLV-IRFC
              IF A3-ICUENTA IS NUMERIC
                 MOVE A3-ICUENTA        TO WS-LLV-ICUENTA
              ELSE
                 MOVE ZEROS             TO WS-LLV-ICUENTA
              END-IF
              MOVE WS-A3-PERIODO        TO WS-LLV-ANOMES
              PERFORM 140-BUSCA-LLAVE
              IF WS-LLV-HALLADA-SI
                 MOVE A3-NUM-OPERAC-IREF TO WS-BUS-IREF
                 PERFORM 100-RESUELVE-IREF
                 IF WS-Z33-EXISTE-NO
                    MOVE A3-FOLIO-CARGO TO WS-RES-IREF-CARGO
                    MOVE A3-IRFC        TO WS-RES-IRFC
                    MOVE WS-LLV-ICUENTA TO WS-RES-ICUENTA
                 END-IF
                 MOVE 'INTERFAZ A3'     TO WS-ORIGEN-ALTA
                 PERFORM 110-AGREGA-TRAZA
                 MOVE WS-NUM-TRZ        TO WS-KX-TRZ
                 MOVE 'S'               TO WS-TRZ-HALLADA
              END-IF
           END-IF.
           IF WS-TRZ-HALLADA-SI
              ADD 1                     TO TRZ-E-A3-VECES (WS-KX-TRZ)
              MOVE WS-A3-SOBRE          TO TRZ-E-A3-SOBRE (WS-KX-TRZ)
              MOVE A3-MNT-DONAC         TO TRZ-E-A3-MONTO (WS-KX-TRZ)
              MOVE A3-CAMPANA           TO TRZ-E-A3-CAMPANA
                                                          (WS-KX-TRZ)
              IF TRZ-E-ANOMES (WS-KX-TRZ) = ZEROS
                 MOVE WS-A3-PERIODO     TO TRZ-E-ANOMES   (WS-KX-TRZ)
              END-IF
              IF TRZ-E-IREF-CARGO (WS-KX-TRZ) = ZEROS
                 MOVE A3-FOLIO-CARGO    TO TRZ-E-IREF-CARGO
                                                          (WS-KX-TRZ)
              END-IF
           END-IF.
       022-FIN.
           EXIT.
      *
      ******************************************************************
      *    BARRE EL HISTORICO DE DETALLE POR DONANTE (IREF DE ABONO)   *
      ******************************************************************
       025-BARRE-HISTORICO.
           OPEN INPUT  ARCH-HIST-DET.
      * SDAT-40181I
           IF WS-FS-HIST-DET NOT = '00' AND NOT = '97'
              DISPLAY W000-PROG ' NO SE PUDO ABRIR EL HISTORICO '
                      'ZM4TR0HI, FILE STATUS=' WS-FS-HIST-DET
              PERFORM 999-ABORTA
           END-IF.
      * SDAT-40181F
           MOVE 'N'                     TO WS-FIN-ARCHIVO.
           PERFORM 026-LEE-HISTORICO UNTIL WS-FIN-ARCHIVO-SI.
           CLOSE ARCH-HIST-DET.
       025-FIN.
           EXIT.
      *
       026-LEE-HISTORICO.
           READ ARCH-HIST-DET NEXT RECORD
                AT END MOVE 'S'         TO WS-FIN-ARCHIVO
                NOT AT END
                   PERFORM 027-LIGA-HISTORICO
           END-READ.
       026-FIN.
           EXIT.
      *
       027-LIGA-HISTORICO.
           MOVE HDET-IREF               TO WS-BUS-IREF.
           PERFORM 130-BUSCA-IREF.
           IF WS-TRZ-HALLADA-NO
              MOVE HDET-IRFC            TO WS-LLV-IRFC
              IF HDET-ICUENTA IS NUMERIC
                 MOVE HDET-ICUENTA      TO WS-LLV-ICUENTA
              ELSE
                 MOVE ZEROS             TO WS-LLV-ICUENTA
              END-IF
              MOVE HDET-ANOMES          TO WS-LLV-ANOMES
              PERFORM 140-BUSCA-LLAVE
              IF WS-LLV-HALLADA-SI
                 MOVE HDET-IREF         TO WS-BUS-IREF
                 PERFORM 100-RESUELVE-IREF
                 IF WS-Z33-EXISTE-NO
                    MOVE HDET-IRFC      TO WS-RES-IRFC
                    MOVE HDET-IEMPR     TO WS-RES-IEMPR
                    MOVE WS-LLV-ICUENTA TO WS-RES-ICUENTA
                 END-IF
                 MOVE 'HISTORICO DETALLE' TO WS-ORIGEN-ALTA
                 PERFORM 110-AGREGA-TRAZA
                 MOVE WS-NUM-TRZ        TO WS-KX-TRZ
                 MOVE 'S'               TO WS-TRZ-HALLADA
              END-IF
           END-IF.
           IF WS-TRZ-HALLADA-SI
              MOVE 'S'                  TO TRZ-E-HD       (WS-KX-TRZ)
              MOVE HDET-MONTO           TO TRZ-E-HD-MONTO (WS-KX-TRZ)
              MOVE HDET-UUID            TO TRZ-E-HD-UUID  (WS-KX-TRZ)
              MOVE HDET-ESTATUS-CFDI    TO TRZ-E-HD-ESTATUS
                                                          (WS-KX-TRZ)
              MOVE HDET-ANOMES          TO TRZ-E-ANOMES   (WS-KX-TRZ)
              IF TRZ-E-IEMPR (WS-KX-TRZ) = SPACES
                 MOVE HDET-IEMPR        TO TRZ-E-IEMPR    (WS-KX-TRZ)
              END-IF
           END-IF.
       027-FIN.
           EXIT.
      *
      ******************************************************************
      *    BUSCA LA OPERACION ORIGEN EN OPERASI Y EN OPERA: MISMA      *
      *    CUENTA Y SERIE, DADA DE ALTA POR LA CAPTURA DE DONATIVOS,   *
      *    DENTRO DEL MES DEL POSTEO (O DEL PERIODO DEL HISTORICO)     *
      ******************************************************************
       030-BUSCA-ORIGEN.
           PERFORM 031-ORIGEN-TRAZA
              VARYING WS-IX-TRZ FROM 1 BY 1
                UNTIL WS-IX-TRZ > WS-NUM-TRZ.
       030-FIN.
           EXIT.
      *
       031-ORIGEN-TRAZA.
           EVALUATE TRUE
              WHEN TRZ-E-ICUENTA (WS-IX-TRZ) = ZEROS
                 CONTINUE
              WHEN TRZ-E-FHAPLICA (WS-IX-TRZ) NOT = SPACES
                 MOVE TRZ-E-FHAPLICA (WS-IX-TRZ) TO WS-FHAPLICA-AUX
                 MOVE WS-FHA-ANIO       TO WS-VEN-ANIO
                 MOVE WS-FHA-MES        TO WS-VEN-MES
                 PERFORM 032-CUENTA-ORIGEN
              WHEN TRZ-E-ANOMES (WS-IX-TRZ) NOT = ZEROS
                 MOVE TRZ-E-ANOMES (WS-IX-TRZ) TO WS-ANOMES-VENTANA
                 PERFORM 032-CUENTA-ORIGEN
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       031-FIN.
           EXIT.
      *
       032-CUENTA-ORIGEN.
           PERFORM 120-ARMA-VENTANA.
           MOVE TRZ-E-ICUENTA (WS-IX-TRZ) TO WS-SQL-ICUENTA.
           MOVE TRZ-E-ISERIE  (WS-IX-TRZ) TO WS-SQL-ISERIE.
      *
           MOVE ZEROS                   TO WS-SQL-NUM-OPS
                                           WS-SQL-MNT-OPS.
           EXEC SQL
                SELECT COUNT(*),         VALUE(SUM(T2.CANT1),0)
                  INTO :WS-SQL-NUM-OPS, :WS-SQL-MNT-OPS
                  FROM OPERASI T2
                     , CONCEPT T3
                 WHERE T2.ICUENTA1  = :WS-SQL-ICUENTA
                   AND T3.ICONCEPT  = T2.ICONCEP2
                   AND (T3.ISERIE   = :WS-SQL-ISERIE OR
                        :WS-SQL-ISERIE = ' ')
                   AND T2.SESTATUS <> 'B'
                   AND T2.IUSUARIO IN ('ZM4DJ094', 'ZM4DJ095')
                   AND T2.FOPERA   >= :WS-SQL-FEC-INI
                   AND T2.FOPERA    < :WS-SQL-FEC-SIG
                  WITH UR
           END-EXEC.
           IF SQLCODE NOT = ZEROS
              DISPLAY 'ERROR AL CONSULTAR OPERASI'
              DISPLAY 'ICUENTA ' WS-SQL-ICUENTA
              MOVE SQLCODE              TO WS-SQLCODE
              DISPLAY 'SQLCODE ' WS-SQLCODE
              DISPLAY 'SE TERMINA EL PROGRAMA                '
              PERFORM 999-ABORTA
           END-IF.
           MOVE WS-SQL-NUM-OPS         TO TRZ-E-ORG-OPERASI (WS-IX-TRZ).
           MOVE WS-SQL-MNT-OPS         TO TRZ-E-ORG-MONTO   (WS-IX-TRZ).
      *
           MOVE ZEROS                   TO WS-SQL-NUM-OPS
                                           WS-SQL-MNT-OPS.
           EXEC SQL
                SELECT COUNT(*),         VALUE(SUM(T2.CANT1),0)
                  INTO :WS-SQL-NUM-OPS, :WS-SQL-MNT-OPS
                  FROM OPERA   T2
                     , CONCEPT T3
                 WHERE T2.ICUENTA1  = :WS-SQL-ICUENTA
                   AND T3.ICONCEPT  = T2.ICONCEP2
                   AND (T3.ISERIE   = :WS-SQL-ISERIE OR
                        :WS-SQL-ISERIE = ' ')
                   AND T2.SESTATUS <> 'B'
                   AND T2.IUSUARIO IN ('ZM4DJ094', 'ZM4DJ095')
                   AND T2.FOPERA   >= :WS-SQL-FEC-INI
                   AND T2.FOPERA    < :WS-SQL-FEC-SIG
                  WITH UR
           END-EXEC.
           IF SQLCODE NOT = ZEROS
              DISPLAY 'ERROR AL CONSULTAR OPERA'
              DISPLAY 'ICUENTA ' WS-SQL-ICUENTA
              MOVE SQLCODE              TO WS-SQLCODE
              DISPLAY 'SQLCODE ' WS-SQLCODE
              DISPLAY 'SE TERMINA EL PROGRAMA                '
              PERFORM 999-ABORTA
           END-IF.
           MOVE WS-SQL-NUM-OPS         TO TRZ-E-ORG-OPERA   (WS-IX-TRZ).
           ADD  WS-SQL-MNT-OPS         TO TRZ-E-ORG-MONTO   (WS-IX-TRZ).
       032-FIN.
           EXIT.
      *
      ******************************************************************
      *    BARRE LA BITACORA DE SOBRES: FECHA, HORA Y MARCA DE         *
      *    RETRANSMISION DEL SOBRE QUE LLEVO CADA DONATIVO             *
      ******************************************************************
       035-BARRE-BITACORA.
           OPEN INPUT  ARCH-LOG-TRANS.
           MOVE 'N'                     TO WS-FIN-ARCHIVO.
           PERFORM 036-LEE-BITACORA UNTIL WS-FIN-ARCHIVO-SI.
           CLOSE ARCH-LOG-TRANS.
       035-FIN.
           EXIT.
      *
       036-LEE-BITACORA.
           READ ARCH-LOG-TRANS
                AT END MOVE 'S'         TO WS-FIN-ARCHIVO
                NOT AT END
                   PERFORM 037-LIGA-SOBRE
                      VARYING WS-IX-TRZ FROM 1 BY 1
                        UNTIL WS-IX-TRZ > WS-NUM-TRZ
           END-READ.
       036-FIN.
           EXIT.
      *
       037-LIGA-SOBRE.
           IF TRZ-E-A3-SOBRE (WS-IX-TRZ) NOT = ZEROS AND
              TRZ-E-A3-SOBRE (WS-IX-TRZ) = LOG-NUM-TRANSMISION
              MOVE 'S'                  TO TRZ-E-LOG       (WS-IX-TRZ)
              MOVE LOG-FEC-GENERACION   TO TRZ-E-LOG-FECHA (WS-IX-TRZ)
              MOVE LOG-HORA-GENERACION  TO TRZ-E-LOG-HORA  (WS-IX-TRZ)
              MOVE LOG-RETRANSMISION    TO TRZ-E-LOG-RETRANS
                                                           (WS-IX-TRZ)
           END-IF.
       037-FIN.
           EXIT.
      *
      ******************************************************************
      *    BARRE LAS SOLICITUDES DE TIMBRADO CFDI                      *
      ******************************************************************
       040-BARRE-SOLICITUDES.
           OPEN INPUT  ARCH-CFDI-SOL.
           MOVE 'N'                     TO WS-FIN-ARCHIVO.
           PERFORM 041-LEE-SOLICITUD UNTIL WS-FIN-ARCHIVO-SI.
           CLOSE ARCH-CFDI-SOL.
       040-FIN.
           EXIT.
      *
       041-LEE-SOLICITUD.
           READ ARCH-CFDI-SOL
                AT END MOVE 'S'         TO WS-FIN-ARCHIVO
                NOT AT END
                   MOVE SOL-NUM-OPERAC-IREF TO WS-BUS-IREF
                   PERFORM 130-BUSCA-IREF
                   IF WS-TRZ-HALLADA-SI
                      MOVE 'S'          TO TRZ-E-SOL      (WS-KX-TRZ)
                      MOVE SOL-FECHA    TO TRZ-E-SOL-FECHA(WS-KX-TRZ)
                      MOVE SOL-MNT-DONAC TO TRZ-E-SOL-MONTO
                                                          (WS-KX-TRZ)
                   END-IF
           END-READ.
       041-FIN.
           EXIT.
      *
      ******************************************************************
      *    BARRE LOS ACUSES DE LA FUNDACION                            *
      ******************************************************************
       045-BARRE-ACUSES.
           OPEN INPUT  ARCH-RETORNO.
           MOVE 'N'                     TO WS-FIN-ARCHIVO.
           PERFORM 046-LEE-ACUSE UNTIL WS-FIN-ARCHIVO-SI.
           CLOSE ARCH-RETORNO.
       045-FIN.
           EXIT.
      *
       046-LEE-ACUSE.
           READ ARCH-RETORNO
                AT END MOVE 'S'         TO WS-FIN-ARCHIVO
                NOT AT END
                   MOVE RET-NUM-OPERAC-IREF TO WS-BUS-IREF
                   PERFORM 130-BUSCA-IREF
                   IF WS-TRZ-HALLADA-SI
                      MOVE 'S'          TO TRZ-E-ACU      (WS-KX-TRZ)
                      MOVE RET-ESTATUS  TO TRZ-E-ACU-ESTATUS
                                                          (WS-KX-TRZ)
                      COMPUTE TRZ-E-ACU-MONTO (WS-KX-TRZ) =
                              RET-MNT-ENTERO +
                              RET-MNT-DECIMAL / 100
                   END-IF
           END-READ.
       046-FIN.
           EXIT.
      *
      ******************************************************************
      *    BARRE LA RESPUESTA DEL PAC (QUEDA LA ULTIMA RESPUESTA)      *
      ******************************************************************
       050-BARRE-PAC.
           OPEN INPUT  ARCH-RESP-PAC.
           MOVE 'N'                     TO WS-FIN-ARCHIVO.
           PERFORM 051-LEE-PAC UNTIL WS-FIN-ARCHIVO-SI.
           CLOSE ARCH-RESP-PAC.
       050-FIN.
           EXIT.
      *
       051-LEE-PAC.
           READ ARCH-RESP-PAC
                AT END MOVE 'S'         TO WS-FIN-ARCHIVO
                NOT AT END
                   MOVE RSP-NUM-OPERAC-IREF TO WS-BUS-IREF
                   PERFORM 130-BUSCA-IREF
                   IF WS-TRZ-HALLADA-SI
                      MOVE 'S'          TO TRZ-E-PAC      (WS-KX-TRZ)
                      MOVE RSP-ESTATUS  TO TRZ-E-PAC-ESTATUS
                                                          (WS-KX-TRZ)
                      MOVE RSP-UUID     TO TRZ-E-PAC-UUID (WS-KX-TRZ)
                      MOVE RSP-MOTIVO   TO TRZ-E-PAC-MOTIVO
                                                          (WS-KX-TRZ)
                   END-IF
           END-READ.
       051-FIN.
           EXIT.
      *
      ******************************************************************
      *    BARRE LOS FOLIOS REVERSADOS POR ZM4DJ098 (EL ORIGINAL PUEDE *
      *    SER EL CARGO O EL ABONO DE LA PAREJA)                       *
      ******************************************************************
       055-BARRE-REVERSOS.
           OPEN INPUT  ARCH-REVERSADOS.
           MOVE 'N'                     TO WS-FIN-ARCHIVO.
           PERFORM 056-LEE-REVERSO UNTIL WS-FIN-ARCHIVO-SI.
           CLOSE ARCH-REVERSADOS.
       055-FIN.
           EXIT.
      *
       056-LEE-REVERSO.
           READ ARCH-REVERSADOS
                AT END MOVE 'S'         TO WS-FIN-ARCHIVO
                NOT AT END
                   MOVE REV-IREF-ORIGINAL TO WS-BUS-IREF
                   PERFORM 130-BUSCA-IREF
                   IF WS-TRZ-HALLADA-SI
                      MOVE 'S'          TO TRZ-E-REV      (WS-KX-TRZ)
                      MOVE REV-IREF-REVERSO TO TRZ-E-REV-IREF
                                                          (WS-KX-TRZ)
                      MOVE REV-FECHA-REVERSO TO TRZ-E-REV-FECHA
                                                          (WS-KX-TRZ)
                   END-IF
           END-READ.
       056-FIN.
           EXIT.
      *
      ******************************************************************
      *    BARRE LA POLIZA CONTABLE: EL RENGLON DE CARGO Y EL DE ABONO *
      *    DE LA EMPRESA Y DIA DE APLICACION CUYO RANGO DE FOLIOS      *
      *    CONTIENE AL IREF DEL DONATIVO                               *
      ******************************************************************
       060-BARRE-POLIZA.
           OPEN INPUT  ARCH-GL-POLIZA.
           MOVE 'N'                     TO WS-FIN-ARCHIVO.
           PERFORM 061-LEE-POLIZA UNTIL WS-FIN-ARCHIVO-SI.
           CLOSE ARCH-GL-POLIZA.
       060-FIN.
           EXIT.
      *
       061-LEE-POLIZA.
           READ ARCH-GL-POLIZA
                AT END MOVE 'S'         TO WS-FIN-ARCHIVO
                NOT AT END
                   PERFORM 062-LIGA-POLIZA
                      VARYING WS-IX-TRZ FROM 1 BY 1
                        UNTIL WS-IX-TRZ > WS-NUM-TRZ
           END-READ.
       061-FIN.
           EXIT.
      *
       062-LIGA-POLIZA.
           IF GL-IEMPR    = TRZ-E-IEMPR    (WS-IX-TRZ) AND
              GL-FHAPLICA = TRZ-E-FHAPLICA (WS-IX-TRZ)
              IF GL-TPOMOV = 'C' AND
                 TRZ-E-IREF-CARGO (WS-IX-TRZ) NOT < GL-FOLIO-INI AND
                 TRZ-E-IREF-CARGO (WS-IX-TRZ) NOT > GL-FOLIO-FIN
                 MOVE 'S'               TO TRZ-E-GL-CARGO    (WS-IX-TRZ)
                 MOVE GL-CUENTA         TO TRZ-E-GL-CTA-CARGO(WS-IX-TRZ)
              END-IF
              IF GL-TPOMOV = 'A' AND
                 TRZ-E-IREF-ABONO (WS-IX-TRZ) NOT < GL-FOLIO-INI AND
                 TRZ-E-IREF-ABONO (WS-IX-TRZ) NOT > GL-FOLIO-FIN
                 MOVE 'S'               TO TRZ-E-GL-ABONO    (WS-IX-TRZ)
                 MOVE GL-CUENTA         TO TRZ-E-GL-CTA-ABONO(WS-IX-TRZ)
              END-IF
           END-IF.
       062-FIN.
           EXIT.
      *
      ******************************************************************
      *    IMPRIME UNA HOJA POR DONATIVO CON EL ESTATUS DE CADA ETAPA  *
      *    EN EL ORDEN DE LA CADENA; LA PRIMERA ETAPA NO ENCONTRADA ES *
      *    DONDE SE ROMPE LA TRAZA                                     *
      ******************************************************************
       070-IMPRIME-TRAZAS.
           PERFORM 071-IMPRIME-TRAZA
              VARYING WS-IX-TRZ FROM 1 BY 1
                UNTIL WS-IX-TRZ > WS-NUM-TRZ.
       070-FIN.
           EXIT.
      *
       071-IMPRIME-TRAZA.
           ADD 1                        TO WS-HOJA.
           MOVE ZEROS                   TO WS-ETAPA-ROTA.
           MOVE SPACES                  TO WS-ETAPA-ROTA-NOM.
           MOVE WS-HOJA                 TO T1-01-HOJA.
           WRITE REG-RPT-TRAZA        FROM T1-01-ENCA AFTER PAGE.
           WRITE REG-RPT-TRAZA        FROM T1-06-GUIONES.
           MOVE TRZ-E-LLAVE-TIPO  (WS-IX-TRZ) TO T1-02-TIPO.
           MOVE TRZ-E-LLAVE-VALOR (WS-IX-TRZ) TO T1-02-VALOR.
           MOVE TRZ-E-ORIGEN      (WS-IX-TRZ) TO T1-02-ORIGEN.
           WRITE REG-RPT-TRAZA        FROM T1-02-LLAVE.
           MOVE TRZ-E-IREF-ABONO  (WS-IX-TRZ) TO T1-03-IREF-ABONO.
           MOVE TRZ-E-IREF-CARGO  (WS-IX-TRZ) TO T1-03-IREF-CARGO.
           MOVE TRZ-E-ICUENTA     (WS-IX-TRZ) TO T1-03-ICUENTA.
           MOVE TRZ-E-IEMPR       (WS-IX-TRZ) TO T1-03-IEMPR.
           MOVE TRZ-E-IRFC        (WS-IX-TRZ) TO T1-03-IRFC.
           WRITE REG-RPT-TRAZA        FROM T1-03-DATOS.
           MOVE TRZ-E-ISERIE      (WS-IX-TRZ) TO T1-04-ISERIE.
           MOVE TRZ-E-FHAPLICA    (WS-IX-TRZ) TO T1-04-FHAPLICA.
           MOVE TRZ-E-ANOMES      (WS-IX-TRZ) TO T1-04-ANOMES.
           MOVE TRZ-E-NUCVEISI    (WS-IX-TRZ) TO T1-04-NUCVEISI.
           WRITE REG-RPT-TRAZA        FROM T1-04-DATOS.
           WRITE REG-RPT-TRAZA        FROM T1-ESPACIOS.
           WRITE REG-RPT-TRAZA        FROM T1-05-ENCA.
           WRITE REG-RPT-TRAZA        FROM T1-06-GUIONES.
      *
           PERFORM 072-ETAPAS-POSTEO.
           PERFORM 073-ETAPAS-FUNDACION.
           PERFORM 074-ETAPAS-CFDI.
      *
           WRITE REG-RPT-TRAZA        FROM T1-06-GUIONES.
           MOVE SPACES                  TO T1-08-TEXTO.
           IF WS-ETAPA-ROTA = ZEROS
              ADD 1                     TO WS-TOT-COMPLETAS
              MOVE 'TRAZA COMPLETA, TODAS LAS ETAPAS ENCONTRADAS'
                                        TO T1-08-TEXTO
           ELSE
              ADD 1                     TO WS-TOT-ROTAS
              STRING '*** TRAZA ROTA *** PRIMERA ETAPA SIN RASTRO: '
                     WS-ETAPA-ROTA ' ' WS-ETAPA-ROTA-NOM
                  DELIMITED BY SIZE INTO T1-08-TEXTO
              END-STRING
           END-IF.
           WRITE REG-RPT-TRAZA        FROM T1-08-RESULTADO AFTER 2.
           IF TRZ-E-REV (WS-IX-TRZ) = 'S'
              ADD 1                     TO WS-TOT-REVERSADAS
              MOVE SPACES               TO T1-08-TEXTO
              MOVE TRZ-E-REV-IREF (WS-IX-TRZ) TO WS-ED-IREF
              STRING 'DONATIVO REVERSADO POR ZM4DJ098 EL '
                     TRZ-E-REV-FECHA (WS-IX-TRZ)
                     ' CON IREF ' WS-ED-IREF
                  DELIMITED BY SIZE INTO T1-08-TEXTO
              END-STRING
              WRITE REG-RPT-TRAZA     FROM T1-08-RESULTADO
           END-IF.
       071-FIN.
           EXIT.
      *
      ******************************************************************
      *    ETAPAS 01 A 04: OPERACION ORIGEN, CARGO, ABONO Y POLIZA     *
      ******************************************************************
       072-ETAPAS-POSTEO.
           MOVE 01                      TO T1-07-NUM.
           MOVE 'OPERACION ORIGEN (OPERASI/OPERA)' TO T1-07-ETAPA.
           MOVE SPACES                  TO T1-07-DETALLE.
           IF TRZ-E-ORG-OPERASI (WS-IX-TRZ) +
              TRZ-E-ORG-OPERA   (WS-IX-TRZ) > ZEROS
              MOVE 'ENCONTRADA'         TO T1-07-ESTATUS
              MOVE TRZ-E-ORG-OPERASI (WS-IX-TRZ) TO WS-ED-NUM
              MOVE TRZ-E-ORG-OPERA   (WS-IX-TRZ) TO WS-ED-NUM2
              MOVE TRZ-E-ORG-MONTO   (WS-IX-TRZ) TO WS-ED-MONTO
              STRING 'OPERASI:' WS-ED-NUM '  OPERA:' WS-ED-NUM2
                     '  MONTO:' WS-ED-MONTO
                  DELIMITED BY SIZE INTO T1-07-DETALLE
              END-STRING
           ELSE
              PERFORM 078-MARCA-ROTA
              MOVE 'SIN OPERACION DE CAPTURA EN EL MES (DOMICILIACION'
                                        TO T1-07-DETALLE
              MOVE ' O DONATIVO UNICO NO TIENEN)'
                                        TO T1-07-DETALLE (50:30)
           END-IF.
           WRITE REG-RPT-TRAZA        FROM T1-07-DETA.
      *
           MOVE 02                      TO T1-07-NUM.
           MOVE 'CARGO CONCENTRADORA (ZMDT633)' TO T1-07-ETAPA.
           MOVE SPACES                  TO T1-07-DETALLE.
           IF TRZ-E-CARGO (WS-IX-TRZ) = 'S'
              MOVE 'ENCONTRADO'         TO T1-07-ESTATUS
              MOVE TRZ-E-IREF-CARGO (WS-IX-TRZ) TO WS-ED-IREF
              MOVE TRZ-E-MNT-CARGO  (WS-IX-TRZ) TO WS-ED-MONTO
              STRING 'IREF:' WS-ED-IREF '  MONTO:' WS-ED-MONTO
                     '  ESTATUS: ' TRZ-E-SES-CARGO (WS-IX-TRZ)
                  DELIMITED BY SIZE INTO T1-07-DETALLE
              END-STRING
           ELSE
              PERFORM 078-MARCA-ROTA
              MOVE 'SIN MOVIMIENTO 1120 PAREJA DEL ABONO'
                                        TO T1-07-DETALLE
           END-IF.
           WRITE REG-RPT-TRAZA        FROM T1-07-DETA.
      *
           MOVE 03                      TO T1-07-NUM.
           MOVE 'ABONO FUNDACION (ZMDT633)' TO T1-07-ETAPA.
           MOVE SPACES                  TO T1-07-DETALLE.
           IF TRZ-E-ABONO (WS-IX-TRZ) = 'S'
              MOVE 'ENCONTRADO'         TO T1-07-ESTATUS
              MOVE TRZ-E-IREF-ABONO (WS-IX-TRZ) TO WS-ED-IREF
              MOVE TRZ-E-MNT-ABONO  (WS-IX-TRZ) TO WS-ED-MONTO
              STRING 'IREF:' WS-ED-IREF '  MONTO:' WS-ED-MONTO
                     '  ESTATUS: ' TRZ-E-SES-ABONO (WS-IX-TRZ)
                  DELIMITED BY SIZE INTO T1-07-DETALLE
              END-STRING
           ELSE
              PERFORM 078-MARCA-ROTA
              MOVE 'SIN MOVIMIENTO 1020 EN ZMDT633'
                                        TO T1-07-DETALLE
           END-IF.
           WRITE REG-RPT-TRAZA        FROM T1-07-DETA.
      *
           MOVE 04                      TO T1-07-NUM.
           MOVE 'POLIZA CONTABLE (CARGO Y ABONO)' TO T1-07-ETAPA.
           MOVE SPACES                  TO T1-07-DETALLE.
           IF TRZ-E-GL-CARGO (WS-IX-TRZ) = 'S' AND
              TRZ-E-GL-ABONO (WS-IX-TRZ) = 'S'
              MOVE 'ENCONTRADA'         TO T1-07-ESTATUS
              STRING 'CTA CARGO: ' TRZ-E-GL-CTA-CARGO (WS-IX-TRZ)
                     '  CTA ABONO: ' TRZ-E-GL-CTA-ABONO (WS-IX-TRZ)
                  DELIMITED BY SIZE INTO T1-07-DETALLE
              END-STRING
           ELSE
              PERFORM 078-MARCA-ROTA
              EVALUATE TRUE
                 WHEN TRZ-E-GL-CARGO (WS-IX-TRZ) = 'S'
                    MOVE 'FALTA EL RENGLON DE ABONO EN LA POLIZA'
                                        TO T1-07-DETALLE
                 WHEN TRZ-E-GL-ABONO (WS-IX-TRZ) = 'S'
                    MOVE 'FALTA EL RENGLON DE CARGO EN LA POLIZA'
                                        TO T1-07-DETALLE
                 WHEN OTHER
                    MOVE 'NINGUN RANGO DE FOLIOS DE LA POLIZA LO CUBRE'
                                        TO T1-07-DETALLE
              END-EVALUATE
           END-IF.
           WRITE REG-RPT-TRAZA        FROM T1-07-DETA.
       072-FIN.
           EXIT.
      *
      ******************************************************************
      *    ETAPAS 05 A 07: INTERFAZ, SOBRE E HISTORICO DE DETALLE      *
      ******************************************************************
       073-ETAPAS-FUNDACION.
           MOVE 05                      TO T1-07-NUM.
           MOVE 'INTERFAZ A LA FUNDACION (A3)' TO T1-07-ETAPA.
           MOVE SPACES                  TO T1-07-DETALLE.
           IF TRZ-E-A3-VECES (WS-IX-TRZ) > ZEROS
              MOVE 'ENCONTRADO'         TO T1-07-ESTATUS
              MOVE TRZ-E-A3-SOBRE (WS-IX-TRZ) TO WS-ED-IREF
              MOVE TRZ-E-A3-MONTO (WS-IX-TRZ) TO WS-ED-MONTO
              MOVE TRZ-E-A3-VECES (WS-IX-TRZ) TO WS-ED-NUM
              STRING 'SOBRE:' WS-ED-IREF '  MONTO:' WS-ED-MONTO
                     '  CAMPANA: ' TRZ-E-A3-CAMPANA (WS-IX-TRZ)
                     '  VECES:' WS-ED-NUM
                  DELIMITED BY SIZE INTO T1-07-DETALLE
              END-STRING
           ELSE
              PERFORM 078-MARCA-ROTA
              MOVE 'SIN DETALLE 1 EN LA INTERFAZ'
                                        TO T1-07-DETALLE
           END-IF.
           WRITE REG-RPT-TRAZA        FROM T1-07-DETA.
      *
           MOVE 06                      TO T1-07-NUM.
           MOVE 'BITACORA DE SOBRES TRANSMITIDOS' TO T1-07-ETAPA.
           MOVE SPACES                  TO T1-07-DETALLE.
           IF TRZ-E-LOG (WS-IX-TRZ) = 'S'
              MOVE 'ENCONTRADO'         TO T1-07-ESTATUS
              MOVE TRZ-E-A3-SOBRE (WS-IX-TRZ) TO WS-ED-IREF
              STRING 'SOBRE:' WS-ED-IREF '  GENERADO: '
                     TRZ-E-LOG-FECHA (WS-IX-TRZ) ' '
                     TRZ-E-LOG-HORA  (WS-IX-TRZ)
                  DELIMITED BY SIZE INTO T1-07-DETALLE
              END-STRING
              IF TRZ-E-LOG-RETRANS (WS-IX-TRZ) = 'R'
                 MOVE '  RETRANSMISION'  TO T1-07-DETALLE (50:15)
              END-IF
           ELSE
              PERFORM 078-MARCA-ROTA
              IF TRZ-E-A3-SOBRE (WS-IX-TRZ) = ZEROS
                 MOVE 'EL DETALLE NO VIENE DENTRO DE UN SOBRE'
                                        TO T1-07-DETALLE
              ELSE
                 MOVE 'EL SOBRE NO ESTA EN LA BITACORA'
                                        TO T1-07-DETALLE
              END-IF
           END-IF.
           WRITE REG-RPT-TRAZA        FROM T1-07-DETA.
      *
           MOVE 07                      TO T1-07-NUM.
           MOVE 'HISTORICO DE DETALLE POR DONANTE' TO T1-07-ETAPA.
           MOVE SPACES                  TO T1-07-DETALLE.
           IF TRZ-E-HD (WS-IX-TRZ) = 'S'
              MOVE 'ENCONTRADO'         TO T1-07-ESTATUS
              MOVE TRZ-E-HD-MONTO (WS-IX-TRZ) TO WS-ED-MONTO
              STRING 'PERIODO: ' TRZ-E-ANOMES (WS-IX-TRZ)
                     '  MONTO:' WS-ED-MONTO
                     '  ESTATUS CFDI: ' TRZ-E-HD-ESTATUS (WS-IX-TRZ)
                  DELIMITED BY SIZE INTO T1-07-DETALLE
              END-STRING
           ELSE
              PERFORM 078-MARCA-ROTA
              MOVE 'SIN RENGLON EN EL HISTORICO'
                                        TO T1-07-DETALLE
           END-IF.
           WRITE REG-RPT-TRAZA        FROM T1-07-DETA.
       073-FIN.
           EXIT.
      *
      ******************************************************************
      *    ETAPAS 08 A 11: SOLICITUD CFDI, ACUSE, UUID Y REVERSO       *
      ******************************************************************
       074-ETAPAS-CFDI.
           MOVE 08                      TO T1-07-NUM.
           MOVE 'SOLICITUD DE TIMBRADO CFDI' TO T1-07-ETAPA.
           MOVE SPACES                  TO T1-07-DETALLE.
           IF TRZ-E-SOL (WS-IX-TRZ) = 'S'
              MOVE 'ENCONTRADA'         TO T1-07-ESTATUS
              MOVE TRZ-E-SOL-MONTO (WS-IX-TRZ) TO WS-ED-MONTO
              STRING 'FECHA: ' TRZ-E-SOL-FECHA (WS-IX-TRZ)
                     '  MONTO:' WS-ED-MONTO
                  DELIMITED BY SIZE INTO T1-07-DETALLE
              END-STRING
           ELSE
              PERFORM 078-MARCA-ROTA
              MOVE 'NO SE SOLICITO (VALIDACION FISCAL O SIN DETALLE)'
                                        TO T1-07-DETALLE
           END-IF.
           WRITE REG-RPT-TRAZA        FROM T1-07-DETA.
      *
           MOVE 09                      TO T1-07-NUM.
           MOVE 'ACUSE DE LA FUNDACION' TO T1-07-ETAPA.
           MOVE SPACES                  TO T1-07-DETALLE.
           IF TRZ-E-ACU (WS-IX-TRZ) = 'S'
              MOVE TRZ-E-ACU-MONTO (WS-IX-TRZ) TO WS-ED-MONTO
              IF TRZ-E-A3-VECES (WS-IX-TRZ) > ZEROS AND
                 TRZ-E-ACU-MONTO (WS-IX-TRZ) NOT =
                 TRZ-E-A3-MONTO  (WS-IX-TRZ)
                 MOVE 'DIFERENCIA'      TO T1-07-ESTATUS
                 PERFORM 078-MARCA-ROTA
                 MOVE 'DIFERENCIA'      TO T1-07-ESTATUS
                 MOVE TRZ-E-A3-MONTO (WS-IX-TRZ) TO WS-ED-MONTO2
                 STRING 'ESTATUS: ' TRZ-E-ACU-ESTATUS (WS-IX-TRZ)
                        '  ACUSADO:' WS-ED-MONTO
                        '  ENVIADO:' WS-ED-MONTO2
                     DELIMITED BY SIZE INTO T1-07-DETALLE
                 END-STRING
              ELSE
                 MOVE 'ENCONTRADO'      TO T1-07-ESTATUS
                 STRING 'ESTATUS: ' TRZ-E-ACU-ESTATUS (WS-IX-TRZ)
                        '  MONTO:' WS-ED-MONTO
                     DELIMITED BY SIZE INTO T1-07-DETALLE
                 END-STRING
              END-IF
           ELSE
              PERFORM 078-MARCA-ROTA
              MOVE 'LA FUNDACION NO HA ACUSADO EL DONATIVO'
                                        TO T1-07-DETALLE
           END-IF.
           WRITE REG-RPT-TRAZA        FROM T1-07-DETA.
      *
           MOVE 10                      TO T1-07-NUM.
           MOVE 'TIMBRADO CFDI (UUID DEL PAC)' TO T1-07-ETAPA.
           MOVE SPACES                  TO T1-07-DETALLE.
           EVALUATE TRUE
              WHEN TRZ-E-HD-UUID (WS-IX-TRZ) NOT = SPACES AND
                   TRZ-E-HD-UUID (WS-IX-TRZ) NOT = LOW-VALUES
                 MOVE 'TIMBRADO'        TO T1-07-ESTATUS
                 STRING 'UUID: ' TRZ-E-HD-UUID (WS-IX-TRZ)
                     DELIMITED BY SIZE INTO T1-07-DETALLE
                 END-STRING
              WHEN TRZ-E-PAC (WS-IX-TRZ) = 'S' AND
                   TRZ-E-PAC-ESTATUS (WS-IX-TRZ) = 'AC'
                 MOVE 'TIMBRADO'        TO T1-07-ESTATUS
                 STRING 'UUID: ' TRZ-E-PAC-UUID (WS-IX-TRZ)
                        '  (NO CARGADO AL HISTORICO)'
                     DELIMITED BY SIZE INTO T1-07-DETALLE
                 END-STRING
              WHEN TRZ-E-PAC (WS-IX-TRZ) = 'S'
                 PERFORM 078-MARCA-ROTA
                 MOVE 'RECHAZADO'       TO T1-07-ESTATUS
                 STRING 'RECHAZO DEL PAC: '
                        TRZ-E-PAC-MOTIVO (WS-IX-TRZ)
                     DELIMITED BY SIZE INTO T1-07-DETALLE
                 END-STRING
              WHEN OTHER
                 PERFORM 078-MARCA-ROTA
                 MOVE 'SIN RESPUESTA DEL PAC'
                                        TO T1-07-DETALLE
           END-EVALUATE.
           WRITE REG-RPT-TRAZA        FROM T1-07-DETA.
      *
           MOVE 11                      TO T1-07-NUM.
           MOVE 'REVERSO (ZM4DJ098)'    TO T1-07-ETAPA.
           MOVE SPACES                  TO T1-07-DETALLE.
           IF TRZ-E-REV (WS-IX-TRZ) = 'S'
              MOVE 'REVERSADO'          TO T1-07-ESTATUS
              MOVE TRZ-E-REV-IREF (WS-IX-TRZ) TO WS-ED-IREF
              STRING 'IREF REVERSO:' WS-ED-IREF '  FECHA: '
                     TRZ-E-REV-FECHA (WS-IX-TRZ)
                  DELIMITED BY SIZE INTO T1-07-DETALLE
              END-STRING
           ELSE
              MOVE 'SIN REVERSO'        TO T1-07-ESTATUS
           END-IF.
           WRITE REG-RPT-TRAZA        FROM T1-07-DETA.
       074-FIN.
           EXIT.
      *
      ******************************************************************
      *    MARCA LA ETAPA EN TURNO COMO NO ENCONTRADA Y, SI ES LA      *
      *    PRIMERA, COMO EL PUNTO DONDE SE ROMPE LA TRAZA              *
      ******************************************************************
       078-MARCA-ROTA.
           MOVE 'NO ENCONTRADO'         TO T1-07-ESTATUS.
           IF WS-ETAPA-ROTA = ZEROS
              MOVE T1-07-NUM            TO WS-ETAPA-ROTA
              MOVE T1-07-ETAPA          TO WS-ETAPA-ROTA-NOM
           END-IF.
       078-FIN.
           EXIT.
      *
      ******************************************************************
      *    HOJA FINAL CON LAS CIFRAS DE CONTROL                        *
      ******************************************************************
       075-ESCRIBE-TOTALES.
           ADD 1                        TO WS-HOJA.
           MOVE WS-HOJA                 TO T1-01-HOJA.
           WRITE REG-RPT-TRAZA        FROM T1-01-ENCA AFTER PAGE.
           WRITE REG-RPT-TRAZA        FROM T1-06-GUIONES.
           MOVE 'LLAVES LEIDAS'         TO T1-09-TOT-TEXTO.
           MOVE WS-TOT-LLAVES-LEIDAS    TO T1-09-TOT-CIFRA.
           WRITE REG-RPT-TRAZA        FROM T1-09-TOTALES AFTER 2.
           MOVE 'LLAVES ERRONEAS'       TO T1-09-TOT-TEXTO.
           MOVE WS-TOT-LLAVES-ERRONEAS  TO T1-09-TOT-CIFRA.
           WRITE REG-RPT-TRAZA        FROM T1-09-TOTALES.
           MOVE 'DONATIVOS TRAZADOS'    TO T1-09-TOT-TEXTO.
           MOVE WS-TOT-TRAZAS           TO T1-09-TOT-CIFRA.
           WRITE REG-RPT-TRAZA        FROM T1-09-TOTALES.
           MOVE 'LLAVES REPETIDAS'      TO T1-09-TOT-TEXTO.
           MOVE WS-TOT-DUPLICADAS       TO T1-09-TOT-CIFRA.
           WRITE REG-RPT-TRAZA        FROM T1-09-TOTALES.
           MOVE 'TRAZAS COMPLETAS'      TO T1-09-TOT-TEXTO.
           MOVE WS-TOT-COMPLETAS        TO T1-09-TOT-CIFRA.
           WRITE REG-RPT-TRAZA        FROM T1-09-TOTALES.
           MOVE 'TRAZAS ROTAS'          TO T1-09-TOT-TEXTO.
           MOVE WS-TOT-ROTAS            TO T1-09-TOT-CIFRA.
           WRITE REG-RPT-TRAZA        FROM T1-09-TOTALES.
           MOVE 'DONATIVOS REVERSADOS'  TO T1-09-TOT-TEXTO.
           MOVE WS-TOT-REVERSADAS       TO T1-09-TOT-CIFRA.
           WRITE REG-RPT-TRAZA        FROM T1-09-TOTALES.
       075-FIN.
           EXIT.
      *
       080-CIERRA-ARCHIVOS.
           CLOSE ARCH-RPT-TRAZA.
       080-FIN.
           EXIT.
      *
      ******************************************************************
      *    RESUELVE EL IREF DE WS-BUS-IREF CONTRA ZMDT633: SI ES EL    *
      *    CARGO (1120) BUSCA EL ABONO SIGUIENTE DE LA MISMA CUENTA,   *
      *    SERIE Y FECHA; SI ES EL ABONO BUSCA EL CARGO ANTERIOR       *
      ******************************************************************
       100-RESUELVE-IREF.
           INITIALIZE                      WS-RESUELTO.
           MOVE 'N'                     TO WS-RES-CARGO
                                           WS-RES-ABONO.
           MOVE WS-BUS-IREF             TO WS-RES-IREF-ABONO.
           MOVE WS-BUS-IREF             TO WS-SQL-IREF.
           PERFORM 105-LEE-ZMDT633.
           IF WS-Z33-EXISTE-SI
              MOVE WS-Z33-ICUENTA       TO WS-RES-ICUENTA
              MOVE WS-Z33-IEMPR         TO WS-RES-IEMPR
              MOVE WS-Z33-IRFC          TO WS-RES-IRFC
              MOVE WS-Z33-ISERIE        TO WS-RES-ISERIE
              MOVE WS-Z33-FHAPLICA      TO WS-RES-FHAPLICA
              MOVE WS-Z33-NUCVEISI      TO WS-RES-NUCVEISI
              MOVE WS-Z33-ICUENTA       TO WS-SQL-ICUENTA
              MOVE WS-Z33-ISERIE        TO WS-SQL-ISERIE
              MOVE WS-Z33-FHAPLICA      TO WS-SQL-FEC-INI
              MOVE ZEROS                TO WS-SQL-PAREJA
              IF WS-Z33-IOPERA = 1120
                 MOVE WS-BUS-IREF       TO WS-RES-IREF-CARGO
                 MOVE ZEROS             TO WS-RES-IREF-ABONO
                 MOVE 'S'               TO WS-RES-CARGO
                 MOVE WS-Z33-MAFECTA    TO WS-RES-MNT-CARGO
                 MOVE WS-Z33-SESTATUS   TO WS-RES-SES-CARGO
                 EXEC SQL
                      SELECT VALUE(MIN(ZM633_IREF),0)
                        INTO :WS-SQL-PAREJA
                        FROM ZMDT633
                       WHERE ZM633_ICUENTA  = :WS-SQL-ICUENTA
                         AND ZM633_ISERIE   = :WS-SQL-ISERIE
                         AND ZM633_FHAPLICA = :WS-SQL-FEC-INI
                         AND ZM633_IOPERA   = 1020
                         AND ZM633_NUCVEISI = 'VTA DONATIVO'
                         AND ZM633_IREF     > :WS-SQL-IREF
                        WITH UR
                 END-EXEC
              ELSE
                 MOVE 'S'               TO WS-RES-ABONO
                 MOVE WS-Z33-MAFECTA    TO WS-RES-MNT-ABONO
                 MOVE WS-Z33-SESTATUS   TO WS-RES-SES-ABONO
                 EXEC SQL
                      SELECT VALUE(MAX(ZM633_IREF),0)
                        INTO :WS-SQL-PAREJA
                        FROM ZMDT633
                       WHERE ZM633_ICUENTA  = :WS-SQL-ICUENTA
                         AND ZM633_ISERIE   = :WS-SQL-ISERIE
                         AND ZM633_FHAPLICA = :WS-SQL-FEC-INI
                         AND ZM633_IOPERA   = 1120
                         AND ZM633_NUCVEISI = 'VTA DONATIVO'
                         AND ZM633_IREF     < :WS-SQL-IREF
                        WITH UR
                 END-EXEC
              END-IF
              IF SQLCODE NOT = ZEROS
                 DISPLAY 'ERROR AL BUSCAR LA PAREJA EN ZMDT633'
                 DISPLAY 'ZM633_IREF ' WS-BUS-IREF
                 MOVE SQLCODE           TO WS-SQLCODE
                 DISPLAY 'SQLCODE ' WS-SQLCODE
                 DISPLAY 'SE TERMINA EL PROGRAMA                '
                 PERFORM 999-ABORTA
              END-IF
              IF WS-SQL-PAREJA NOT = ZEROS
                 MOVE WS-SQL-PAREJA     TO WS-SQL-IREF
                 PERFORM 105-LEE-ZMDT633
                 IF WS-Z33-EXISTE-SI
                    IF WS-Z33-IOPERA = 1120
                       MOVE WS-SQL-PAREJA   TO WS-RES-IREF-CARGO
                       MOVE 'S'             TO WS-RES-CARGO
                       MOVE WS-Z33-MAFECTA  TO WS-RES-MNT-CARGO
                       MOVE WS-Z33-SESTATUS TO WS-RES-SES-CARGO
                    ELSE
                       MOVE WS-SQL-PAREJA   TO WS-RES-IREF-ABONO
                       MOVE 'S'             TO WS-RES-ABONO
                       MOVE WS-Z33-MAFECTA  TO WS-RES-MNT-ABONO
                       MOVE WS-Z33-SESTATUS TO WS-RES-SES-ABONO
                    END-IF
                 END-IF
      *    EL INDICADOR QUEDA COMO EL DEL IREF BUSCADO
                 MOVE 'S'               TO WS-Z33-EXISTE
              END-IF
           END-IF.
       100-FIN.
           EXIT.
      *
       105-LEE-ZMDT633.
           MOVE 'N'                     TO WS-Z33-EXISTE.
           EXEC SQL
                SELECT M.ZM633_ICUENTA,       M.ZM633_TPOMOV,
                       M.ZM633_IOPERA,        M.ZM633_FHAPLICA,
                       M.ZM633_MAFECTA,       M.ZM633_ISERIE,
                       M.ZM633_SESTATUS,      M.ZM633_NUCVEISI,
                       VALUE(T1.IEMPR,' '),   VALUE(T1.IRFC,' ')
                  INTO :WS-Z33-ICUENTA,      :WS-Z33-TPOMOV,
                       :WS-Z33-IOPERA,       :WS-Z33-FHAPLICA,
                       :WS-Z33-MAFECTA,      :WS-Z33-ISERIE,
                       :WS-Z33-SESTATUS,     :WS-Z33-NUCVEISI,
                       :WS-Z33-IEMPR,        :WS-Z33-IRFC
                  FROM ZMDT633 M
                       LEFT OUTER JOIN CUENTA T1
                               ON T1.ICUENTA = M.ZM633_ICUENTA
                 WHERE M.ZM633_IREF = :WS-SQL-IREF
                  WITH UR
           END-EXEC.
           IF SQLCODE = ZEROS
              MOVE 'S'                  TO WS-Z33-EXISTE
           ELSE
              IF SQLCODE NOT = 100
                 DISPLAY 'ERROR AL LEER ZMDT633'
                 DISPLAY 'ZM633_IREF ' WS-SQL-IREF
                 MOVE SQLCODE           TO WS-SQLCODE
                 DISPLAY 'SQLCODE ' WS-SQLCODE
                 DISPLAY 'SE TERMINA EL PROGRAMA                '
                 PERFORM 999-ABORTA
              END-IF
           END-IF.
       105-FIN.
           EXIT.
      *
      ******************************************************************
      *    DA DE ALTA EN LA TABLA EL DONATIVO RESUELTO, SALVO QUE YA   *
      *    ESTE (DOS LLAVES QUE LLEVAN AL MISMO DONATIVO)              *
      ******************************************************************
       110-AGREGA-TRAZA.
           MOVE 'N'                     TO WS-TRZ-HALLADA.
           IF WS-RES-IREF-ABONO NOT = ZEROS
              MOVE WS-RES-IREF-ABONO    TO WS-BUS-IREF
              PERFORM 130-BUSCA-IREF
           END-IF.
           IF WS-TRZ-HALLADA-NO AND WS-RES-IREF-CARGO NOT = ZEROS
              MOVE WS-RES-IREF-CARGO    TO WS-BUS-IREF
              PERFORM 130-BUSCA-IREF
           END-IF.
           IF WS-TRZ-HALLADA-SI
              ADD 1                     TO WS-TOT-DUPLICADAS
           ELSE
              IF WS-NUM-TRZ NOT < WSC-MAX-TRZ
                 DISPLAY W000-PROG ' DONATIVOS EXCEDEN LA TABLA DE '
                         WSC-MAX-TRZ ' ENTRADAS'
                 PERFORM 999-ABORTA
              END-IF
              ADD 1                     TO WS-NUM-TRZ
              ADD 1                     TO WS-TOT-TRAZAS
              INITIALIZE                   TRZ-ENT (WS-NUM-TRZ)
              MOVE WS-ALTA-TIPO        TO TRZ-E-LLAVE-TIPO (WS-NUM-TRZ)
              MOVE WS-ALTA-VALOR       TO TRZ-E-LLAVE-VALOR(WS-NUM-TRZ)
              MOVE WS-ORIGEN-ALTA      TO TRZ-E-ORIGEN     (WS-NUM-TRZ)
              MOVE WS-RES-IREF-ABONO   TO TRZ-E-IREF-ABONO (WS-NUM-TRZ)
              MOVE WS-RES-IREF-CARGO   TO TRZ-E-IREF-CARGO (WS-NUM-TRZ)
              MOVE WS-RES-ICUENTA      TO TRZ-E-ICUENTA    (WS-NUM-TRZ)
              MOVE WS-RES-IEMPR        TO TRZ-E-IEMPR      (WS-NUM-TRZ)
              MOVE WS-RES-IRFC         TO TRZ-E-IRFC       (WS-NUM-TRZ)
              MOVE WS-RES-ISERIE       TO TRZ-E-ISERIE     (WS-NUM-TRZ)
              MOVE WS-RES-FHAPLICA     TO TRZ-E-FHAPLICA   (WS-NUM-TRZ)
              MOVE WS-RES-NUCVEISI     TO TRZ-E-NUCVEISI   (WS-NUM-TRZ)
              MOVE WS-RES-CARGO        TO TRZ-E-CARGO      (WS-NUM-TRZ)
              MOVE WS-RES-MNT-CARGO    TO TRZ-E-MNT-CARGO  (WS-NUM-TRZ)
              MOVE WS-RES-SES-CARGO    TO TRZ-E-SES-CARGO  (WS-NUM-TRZ)
              MOVE WS-RES-ABONO        TO TRZ-E-ABONO      (WS-NUM-TRZ)
              MOVE WS-RES-MNT-ABONO    TO TRZ-E-MNT-ABONO  (WS-NUM-TRZ)
              MOVE WS-RES-SES-ABONO    TO TRZ-E-SES-ABONO  (WS-NUM-TRZ)
              IF WS-RES-FHAPLICA NOT = SPACES
                 MOVE WS-RES-FHAPLICA   TO WS-FHAPLICA-AUX
                 MOVE WS-FHA-ANIO       TO WS-VEN-ANIO
                 MOVE WS-FHA-MES        TO WS-VEN-MES
                 MOVE WS-ANOMES-VENTANA TO TRZ-E-ANOMES     (WS-NUM-TRZ)
              END-IF
           END-IF.
       110-FIN.
           EXIT.
      *
      ******************************************************************
      *    ARMA LA VENTANA [PRIMER DIA DEL MES, PRIMER DIA DEL MES     *
      *    SIGUIENTE) DEL PERIODO EN WS-ANOMES-VENTANA                 *
      ******************************************************************
       120-ARMA-VENTANA.
           MOVE WS-VEN-ANIO             TO WS-FEC-VEN-ANIO.
           MOVE WS-VEN-MES              TO WS-FEC-VEN-MES.
           MOVE WS-FEC-VENTANA          TO WS-SQL-FEC-INI.
           IF WS-VEN-MES = 12
              ADD 1                     TO WS-FEC-VEN-ANIO
              MOVE 01                   TO WS-FEC-VEN-MES
           ELSE
              ADD 1                     TO WS-FEC-VEN-MES
           END-IF.
           MOVE WS-FEC-VENTANA          TO WS-SQL-FEC-SIG.
       120-FIN.
           EXIT.
      *
      ******************************************************************
      *    BUSCA EN LA TABLA EL DONATIVO CUYO IREF DE ABONO O DE CARGO *
      *    ES WS-BUS-IREF; DEJA SU POSICION EN WS-KX-TRZ               *
      ******************************************************************
       130-BUSCA-IREF.
           MOVE 'N'                     TO WS-TRZ-HALLADA.
           MOVE ZEROS                   TO WS-KX-TRZ.
           IF WS-BUS-IREF NOT = ZEROS
              PERFORM 131-COMPARA-IREF
                 VARYING WS-IX-TRZ FROM 1 BY 1
                   UNTIL WS-IX-TRZ > WS-NUM-TRZ
                      OR WS-TRZ-HALLADA-SI
           END-IF.
       130-FIN.
           EXIT.
      *
       131-COMPARA-IREF.
           IF TRZ-E-IREF-ABONO (WS-IX-TRZ) = WS-BUS-IREF OR
              TRZ-E-IREF-CARGO (WS-IX-TRZ) = WS-BUS-IREF
              MOVE 'S'                  TO WS-TRZ-HALLADA
              MOVE WS-IX-TRZ            TO WS-KX-TRZ
           END-IF.
       131-FIN.
           EXIT.
      *
      ******************************************************************
      *    BUSCA UNA LLAVE 'R' O 'C' QUE CORRESPONDA AL RFC/CUENTA Y   *
      *    PERIODO DE WS-LLV-IRFC / WS-LLV-ICUENTA / WS-LLV-ANOMES     *
      ******************************************************************
       140-BUSCA-LLAVE.
           MOVE 'N'                     TO WS-LLV-HALLADA.
           PERFORM 141-COMPARA-LLAVE
              VARYING WS-IX-LLV FROM 1 BY 1
                UNTIL WS-IX-LLV > WS-NUM-LLV
                   OR WS-LLV-HALLADA-SI.
       140-FIN.
           EXIT.
      *
       141-COMPARA-LLAVE.
           IF LLV-E-ANOMES (WS-IX-LLV) = SPACES OR
              LLV-E-ANOMES (WS-IX-LLV) = WS-LLV-ANOMES
              IF LLV-E-TIPO (WS-IX-LLV) = 'R' AND
                 LLV-E-VALOR (WS-IX-LLV) = WS-LLV-IRFC
                 MOVE 'S'               TO WS-LLV-HALLADA
              END-IF
              IF LLV-E-TIPO (WS-IX-LLV) = 'C' AND
                 WS-LLV-ICUENTA NOT = ZEROS AND
                 LLV-E-ICUENTA (WS-IX-LLV) = WS-LLV-ICUENTA
                 MOVE 'S'               TO WS-LLV-HALLADA
              END-IF
              IF WS-LLV-HALLADA-SI
                 MOVE LLV-E-TIPO  (WS-IX-LLV) TO WS-ALTA-TIPO
                 MOVE LLV-E-VALOR (WS-IX-LLV) TO WS-ALTA-VALOR
              END-IF
           END-IF.
       141-FIN.
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
           DISPLAY W000-PROG ' CIFRAS DE CONTROL DE LA TRAZABILIDAD'
           DISPLAY W000-PROG '   LLAVES LEIDAS            : '
                   WS-TOT-LLAVES-LEIDAS
           DISPLAY W000-PROG '   LLAVES ERRONEAS          : '
                   WS-TOT-LLAVES-ERRONEAS
           DISPLAY W000-PROG '   DONATIVOS TRAZADOS       : '
                   WS-TOT-TRAZAS
           DISPLAY W000-PROG '   LLAVES REPETIDAS         : '
                   WS-TOT-DUPLICADAS
           DISPLAY W000-PROG '   TRAZAS COMPLETAS         : '
                   WS-TOT-COMPLETAS
           DISPLAY W000-PROG '   TRAZAS ROTAS             : '
                   WS-TOT-ROTAS
           DISPLAY W000-PROG '   DONATIVOS REVERSADOS     : '
                   WS-TOT-REVERSADAS
           GOBACK.
       999-FIN.
           EXIT.
      *
      ******************************************************************
      *  TERMINA PROGRAMA ZM4TR001                                     *
      ******************************************************************
