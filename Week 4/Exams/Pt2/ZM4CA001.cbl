      *            CON EL DESGLOSE MENSUAL Y EL TOTAL DEL ANIO, PARA   *
      *            LA DEDUCCION DE IMPUESTOS DEL CLIENTE.              *
      *                                                                *
      *  NOTA:     EL HISTORICO ES UN KSDS CON LLAVE RFC + ANOMES +    *
      *            IREF; SE LEE POR LLAVE SALTANDO A LOS MESES DEL     *
      *            ANIO DE CADA RFC. LA VALIDACION DE SECUENCIA QUEDA  *
      *            COMO RED DE SEGURIDAD.                              *
      *                                                                *
      ******************************************************************
      *                                                                *
      *                                CONSTANCIAS (LO PROCESA         *
      *                                ZM4CE001 CON EL RETORNO DEL     *
      *                                GATEWAY DE CORREO).             *
      * SDAT-40170I  XLR0921  23FEB25 SE OMITEN DE LA CONSTANCIA LOS   *
      * SDAT-40170F  XLR0921          RECIBOS DE DONATIVOS REVERSADOS *
      *                                POR ZM4DJ098 (ESTATUS CFDI DEL  *
      *                                HISTORICO QUE DEJA ZM4CN001).   *
      * SDAT-40171I  XLR0921  02MAR25 EL NOMBRE Y EL CORREO DE LA      *
      * SDAT-40171F  XLR0921          CONSTANCIA SE TOMAN DEL MAESTRO  *
      *                                DE DONANTES DE ZM4MD001 (DATO   *
      *                                ACORDADO POR RFC); SI EL RFC NO *
      *                                ESTA EN EL MAESTRO SE USA EL    *
      *                                DEL HISTORICO COMO ANTES.       *
      * SDAT-40176I  XLR0921  06ABR25 MODO DE SOLICITUDES (TARJETA DE  *
      * SDAT-40176F  XLR0921          PARAMETROS POSICION 5 = 'S'):    *
      *                                SOLO SE ATIENDEN LOS DONANTES   *
      *                                CON REIMPRESION ('R', SALE EN   *
      *                                PAPEL) O REENVIO POR CORREO     *
      *                                ('E') PEDIDOS DESDE LA          *
      *                                TRANSACCION ZM4CL001; CADA      *
      *                                SOLICITUD QUEDA EN LA BITACORA  *
      *                                CON EL USUARIO QUE LA PIDIO Y   *
      *                                SU RESULTADO.                   *
      * SDAT-40181I  XLR0921  11MAY25 EL HISTORICO DE DETALLE ES UN    *
      * SDAT-40181F  XLR0921          KSDS (RFC+ANOMES+IREF): SE QUITA *
      *                                EL SORT INTERNO Y DE CADA RFC SE*
      *                                LEEN SOLO LOS MESES DEL ANIO; EN*
      *                                MODO 'S' SE VA DIRECTO A LOS RFC*
      *                                SOLICITADOS. 'REGISTROS LEIDOS' *
      *                                YA SOLO CUENTA LO QUE SE VISITA.*
      *----------------------------------------------------------------*
      /
       ENVIRONMENT DIVISION.
      *    TARJETA DE PARAMETROS CON EL ANIO DE LA CONSTANCIA
           SELECT ARCH-PARM-CA       ASSIGN TO UT-S-ZM4CA0P.
      *
      *    HISTORICO DE DETALLE POR DONANTE DE ZM4DJ097
      * SDAT-40181I
      *    (KSDS RFC + ANOMES + IREF)
           SELECT ARCH-HIST-DET-CA   ASSIGN TO ZME097HD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS HDC-LLAVE
                  FILE STATUS  IS WS-FS-HIST-CA.
      * SDAT-40181F
      *
      *    CONSTANCIAS ANUALES, UNA PAGINA POR DONANTE
           SELECT ARCH-CONSTANCIAS   ASSIGN TO UT-S-ZM4CA0R.
           SELECT ARCH-DESPACHO      ASSIGN TO UT-S-ZM4CA0D.
      * SDAT-40156F
      *
      * SDAT-40171I
      *    MAESTRO DE DONANTES DE ZM4MD001, ORDENADO POR RFC
           SELECT ARCH-MAESTRO-CA    ASSIGN TO UT-S-ZM4MD0MA.
      * SDAT-40171F
      *
      * SDAT-40176I
      *    SOLICITUDES DE REIMPRESION / REENVIO DE LA SUCURSAL (COLA
      *    TD 'ZMSC' DE ZM4CL001) Y SU BITACORA ACUMULATIVA
           SELECT ARCH-SOLICITUDES   ASSIGN TO UT-S-ZM4CA0SO.
           SELECT ARCH-BITACORA      ASSIGN TO UT-S-ZM4CA0BI.
      * SDAT-40176F
      *
      /
      ******************************************************************
      *   DATA DIVISION                                                *
           RECORD CONTAINS 10 CHARACTERS.
       01  REG-PARM-CA.
           05 PARM-ANIO-CA               PIC 9(04).
      * SDAT-40176I
           05 PARM-MODO-CA               PIC X(01).
              88 PARM-MODO-ANUAL                     VALUE ' ' 'A'.
              88 PARM-MODO-SOLICITUDES               VALUE 'S'.
           05 FILLER                     PIC X(05).
      * SDAT-40176F
      *
      ******************************************************************
      *  HISTORICO DE DETALLE POR DONANTE (MISMO LAYOUT QUE EL
      ******************************************************************
       FD  ARCH-HIST-DET-CA
           LABEL RECORD IS STANDARD
           DATA RECORD   IS  REG-HIST-DET-CA
      * SDAT-40181I
           RECORD CONTAINS 290 CHARACTERS.
      *    EL DETALLE ESTRUCTURADO VIVE EN WORKING STORAGE; AQUI SOLO
      *    SE USA LA LLAVE PARA POSICIONARSE
       01  REG-HIST-DET-CA.
           05 FILLER                     PIC X(260).
           05 HDC-LLAVE.
              10 HDC-LLAVE-IRFC          PIC X(15).
              10 HDC-LLAVE-ANOMES        PIC 9(06).
              10 HDC-LLAVE-IREF          PIC 9(09).
      * SDAT-40181F
      *
      ******************************************************************
      *  CONSTANCIAS ANUALES POR DONANTE                               *
           05 FILLER                     PIC X(21).
      * SDAT-40156F
      *
      * SDAT-40171I
      ******************************************************************
      *  MAESTRO DE DONANTES (REGISTRO UNICO POR RFC DE ZM4MD001)      *
      ******************************************************************
       FD  ARCH-MAESTRO-CA
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-MAESTRO-CA
           RECORD CONTAINS 200 CHARACTERS.
       01  REG-MAESTRO-CA.
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
      * SDAT-40171F
      *
      * SDAT-40176I
      ******************************************************************
      *  SOLICITUD DE REIMPRESION ('R') O REENVIO POR CORREO ('E')     *
      *  (LAYOUT DE ZM4CL001)                                          *
      ******************************************************************
       FD  ARCH-SOLICITUDES
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-SOLICITUD
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-SOLICITUD.
           05 SOL-TIPO                   PIC X(01).
              88 SOL-REIMPRESION                     VALUE 'R'.
              88 SOL-REENVIO                         VALUE 'E'.
           05 SOL-IRFC                   PIC X(15).
           05 SOL-ANIO                   PIC 9(04).
           05 SOL-USUARIO                PIC X(08).
           05 SOL-TERMINAL               PIC X(04).
           05 SOL-FECHA                  PIC 9(08).
           05 SOL-HORA                   PIC 9(08).
           05 SOL-ICUENTA                PIC 9(09).
           05 FILLER                     PIC X(23).
      *
      ******************************************************************
      *  BITACORA DE SOLICITUDES: LA SOLICITUD TAL COMO LLEGO (CON EL  *
      *  USUARIO Y LA TERMINAL) Y SU RESULTADO: 'A' ATENDIDA, 'N' SIN  *
      *  DONATIVOS VIGENTES EN EL ANIO, 'O' DE OTRO ANIO, 'T' TIPO     *
      *  INVALIDO                                                      *
      ******************************************************************
       FD  ARCH-BITACORA
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-BITACORA
           RECORD CONTAINS 100 CHARACTERS.
       01  REG-BITACORA.
           05 BIT-SOLICITUD              PIC X(80).
           05 BIT-ESTATUS                PIC X(01).
           05 BIT-FEC-ATENCION           PIC 9(08).
           05 BIT-CONSTANCIA             PIC 9(09).
           05 FILLER                     PIC X(02).
      * SDAT-40176F
      *
      ******************************************************************
      *  WORKING STORAGE SECTION                                       *
      ******************************************************************
      *
      * SDAT-40159I
      ******************************************************************
      *  RENGLON DEL HISTORICO EN TURNO                                *
      ******************************************************************
       01 WS-REG-HIST-CA.
           05 HDET-IEMPR                 PIC X(03).
           05 HDET-IREF                  PIC 9(09).
           05 HDET-UUID                  PIC X(36).
           05 HDET-EMAIL                 PIC X(50).
      * SDAT-40170I
           05 HDET-ESTATUS-CFDI          PIC X(01).
              88 HDET-CFDI-VIGENTE                   VALUE ' '.
              88 HDET-CFDI-REVERSADO        VALUE 'R' 'S' 'C' 'X'.
           05 FILLER                     PIC X(05).
      * SDAT-40170F
      * SDAT-40159F
      *
      ******************************************************************
       01 WS-FIN-HIST                PIC X(01)       VALUE 'N'.
          88 WS-FIN-HIST-SI                          VALUE 'S'.
          88 WS-FIN-HIST-NO                          VALUE 'N'.
      * SDAT-40181I
       01 WS-FS-HIST-CA              PIC X(02)       VALUE ZEROS.
      *--- VENTANA DE LLAVES DEL ANIO (AAAA01 A AAAA12)
       01 WS-ANOMES-INI-CA           PIC 9(06)       VALUE ZEROS.
       01 WS-ANOMES-FIN-CA           PIC 9(06)       VALUE ZEROS.
       01 WS-EN-VENTANA              PIC X(01)       VALUE 'N'.
          88 WS-EN-VENTANA-SI                        VALUE 'S'.
          88 WS-EN-VENTANA-NO                        VALUE 'N'.
      * SDAT-40181F
      *
      ******************************************************************
      *  CONTROL DE CORTE POR RFC Y ACUMULADOS DEL DONANTE             *
       01 WS-TOT-DESP-PENDIENTES     PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-DESP-SIN-CORREO     PIC 9(09)       VALUE ZEROS.
      * SDAT-40156F
      * SDAT-40171I
       01 WS-FIN-MAESTRO             PIC X(01)       VALUE 'N'.
          88 WS-FIN-MAESTRO-SI                       VALUE 'S'.
          88 WS-FIN-MAESTRO-NO                       VALUE 'N'.
       01 WS-TOT-MAESTRO-LEIDOS      PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-DATO-MAESTRO        PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-SIN-MAESTRO         PIC 9(09)       VALUE ZEROS.
      * SDAT-40171F
       01 WS-TOT-ANUAL-DONANTE       PIC 9(15)V9(02) VALUE ZEROS.
       01 WS-REN-DONANTE             PIC 9(05)       VALUE ZEROS.
      * SDAT-40176I
      *
      ******************************************************************
      *  SOLICITUDES DE LA SUCURSAL EN MEMORIA (MODO 'S')              *
      ******************************************************************
       01 WSC-MAX-SOL                PIC 9(05)      VALUE 5000.
       01 WS-NUM-SOL                 PIC 9(05)      COMP VALUE ZEROS.
       01 WS-IX-SOL                  PIC 9(05)      COMP VALUE ZEROS.
       01 TABLA-SOLICITUDES.
          05 SOL-ENT                 OCCURS 5000 TIMES.
             10 SOL-E-IMAGEN         PIC X(80).
             10 SOL-E-TIPO           PIC X(01).
             10 SOL-E-IRFC           PIC X(15).
             10 SOL-E-ESTATUS        PIC X(01).
             10 SOL-E-CONSTANCIA     PIC 9(09).
       01 WS-FIN-SOLICITUDES         PIC X(01)      VALUE 'N'.
          88 WS-FIN-SOLICITUDES-SI                  VALUE 'S'.
      * SDAT-40181I
      *--- RFC SOLICITADOS ORDENADOS, PARA IR POR LLAVE A CADA UNO EN
      *--- EL ORDEN DEL HISTORICO (PUEDE HABER RFC REPETIDOS)
       01 WS-NUM-RFS                 PIC 9(05)      COMP VALUE ZEROS.
       01 WS-IX-RFS                  PIC 9(05)      COMP VALUE ZEROS.
       01 WS-KX-RFS                  PIC 9(05)      COMP VALUE ZEROS.
       01 TABLA-RFC-SOL.
          05 RFS-IRFC                PIC X(15)      OCCURS 5000 TIMES.
       01 WS-RFS-NUEVO               PIC X(15)      VALUE SPACES.
       01 WS-RFS-UBICADO             PIC X(01)      VALUE 'N'.
          88 WS-RFS-UBICADO-SI                      VALUE 'S'.
          88 WS-RFS-UBICADO-NO                      VALUE 'N'.
      * SDAT-40181F
       01 WS-FEC-CORRIDA             PIC 9(08)      VALUE ZEROS.
      *--- DONANTE EN TURNO: SE EMITE SU CONSTANCIA (SIEMPRE EN EL
      *--- MODO ANUAL) Y QUE PIDIO LA SUCURSAL
       01 WS-DONANTE-SEL             PIC X(01)      VALUE 'S'.
          88 WS-DONANTE-SEL-SI                      VALUE 'S'.
          88 WS-DONANTE-SEL-NO                      VALUE 'N'.
       01 WS-PIDE-REIMPRESION        PIC X(01)      VALUE 'N'.
          88 WS-PIDE-REIMPRESION-SI                 VALUE 'S'.
       01 WS-PIDE-REENVIO            PIC X(01)      VALUE 'N'.
          88 WS-PIDE-REENVIO-SI                     VALUE 'S'.
       01 WS-TOT-SOL-LEIDAS          PIC 9(09)      VALUE ZEROS.
       01 WS-TOT-SOL-ATENDIDAS       PIC 9(09)      VALUE ZEROS.
       01 WS-TOT-SOL-NO-ATENDIDAS    PIC 9(09)      VALUE ZEROS.
      * SDAT-40176F
      *
      ******************************************************************
      *  CIFRAS DE CONTROL                                             *
       01 WS-TOT-REG-ANIO            PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-CONSTANCIAS         PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-MNT-ANIO            PIC 9(15)V9(02) VALUE ZEROS.
      * SDAT-40170I
       01 WS-TOT-REG-REVERSADOS      PIC 9(09)       VALUE ZEROS.
      * SDAT-40170F
      *
      ******************************************************************
      *  RENGLONES DE LA CONSTANCIA                                    *
       PROCEDURE DIVISION.
      *
           PERFORM 005-ABRE-ARCHIVOS.
      * SDAT-40181I
      **** EL KSDS ENTREGA EL HISTORICO YA ORDENADO POR RFC + ANOMES
           PERFORM 015-PROCESA-ORDENADO.
      * SDAT-40181F
           PERFORM 080-CIERRA-ARCHIVOS.
           PERFORM 999-TERMINA.
      *
      * SDAT-40159I
      ******************************************************************
      *    RECORRE EL HISTORICO ORDENADO: LA LOGICA DE SIEMPRE        *
      ******************************************************************
       015-PROCESA-ORDENADO.
           PERFORM 010-LEE-HISTORICO.
              PERFORM 999-ABORTA
           END-IF.
           MOVE PARM-ANIO-CA            TO WS-ANIO-CA.
      * SDAT-40181I
           COMPUTE WS-ANOMES-INI-CA = WS-ANIO-CA * 100 + 1.
           COMPUTE WS-ANOMES-FIN-CA = WS-ANIO-CA * 100 + 12.
      * SDAT-40181F
      * SDAT-40176I
           IF NOT PARM-MODO-ANUAL
           AND NOT PARM-MODO-SOLICITUDES
              DISPLAY W000-PROG ' MODO DE PARAMETRO INVALIDO: '
                      PARM-MODO-CA
              PERFORM 999-ABORTA
           END-IF.
           IF PARM-MODO-SOLICITUDES
              ACCEPT WS-FEC-CORRIDA     FROM DATE YYYYMMDD
              PERFORM 050-CARGA-SOLICITUDES
              OPEN EXTEND ARCH-BITACORA
           END-IF.
      * SDAT-40176F
      * SDAT-40181I
           OPEN INPUT  ARCH-HIST-DET-CA.
           IF WS-FS-HIST-CA NOT = '00' AND NOT = '97'
              DISPLAY W000-PROG ' NO SE PUDO ABRIR EL HISTORICO '
                      'ZME097HD, FILE STATUS=' WS-FS-HIST-CA
              PERFORM 999-ABORTA
           END-IF.
      **** EN MODO 'S' SE POSICIONA DIRECTO EN EL PRIMER RFC PEDIDO;
      **** SIN RFC PEDIDOS NO HAY NADA QUE LEER
           IF PARM-MODO-SOLICITUDES
              MOVE 1                    TO WS-IX-RFS
              IF WS-NUM-RFS = ZEROS
                 MOVE 'S'               TO WS-FIN-HIST
              ELSE
                 PERFORM 014-POSICIONA-RFC-SOL
              END-IF
           END-IF.
      * SDAT-40181F
           OPEN OUTPUT ARCH-CONSTANCIAS.
      * SDAT-40156I
           OPEN OUTPUT ARCH-DESPACHO.
      * SDAT-40156F
      * SDAT-40171I
           OPEN INPUT  ARCH-MAESTRO-CA.
           PERFORM 040-LEE-MAESTRO.
      * SDAT-40171F
       005-FIN.
           EXIT.
      *
      *--- AREA YA FUE PROCESADO) Y DESPUES SE BRINCAN LOS ANIOS
      *--- QUE NO SON EL SOLICITADO
           PERFORM 011-LEE-REGISTRO.
      * SDAT-40170I
      *--- UN RECIBO DE UN DONATIVO REVERSADO (CANCELADO O EN
      *--- CANCELACION ANTE EL SAT) NO ES DEDUCIBLE Y SE BRINCA
           PERFORM 011-LEE-REGISTRO
              UNTIL WS-FIN-HIST-SI
                 OR (HDET-AA = WS-ANIO-CA AND HDET-CFDI-VIGENTE).
      * SDAT-40170F
           IF WS-FIN-HIST-NO
              MOVE HDET-IRFC            TO WS-LLAVE-IRFC
              MOVE HDET-ANOMES          TO WS-LLAVE-ANOMES
           EXIT.
      *
       011-LEE-REGISTRO.
      * SDAT-40181I
      **** ENTREGA EL SIGUIENTE RENGLON DEL ANIO; LOS DE OTROS ANIOS
      **** (Y EN MODO 'S' LOS DE RFC NO PEDIDOS) SE BRINCAN POR LLAVE
           MOVE 'N'                     TO WS-EN-VENTANA.
           PERFORM 012-LEE-SIGUIENTE
              UNTIL WS-FIN-HIST-SI OR WS-EN-VENTANA-SI.
           IF WS-EN-VENTANA-SI
      * SDAT-40170I
              IF HDET-CFDI-REVERSADO
                 ADD 1                  TO WS-TOT-REG-REVERSADOS
              END-IF
      * SDAT-40170F
           END-IF.
      * SDAT-40181F
       011-FIN.
           EXIT.
      *
      * SDAT-40181I
      ******************************************************************
      *    LEE EL SIGUIENTE RENGLON DEL KSDS; SI CAE FUERA DEL ANIO    *
      *    O DEL RFC PEDIDO SE REPOSICIONA CON START Y NO LO ENTREGA   *
      ******************************************************************
       012-LEE-SIGUIENTE.
           READ ARCH-HIST-DET-CA NEXT RECORD INTO WS-REG-HIST-CA
                AT END MOVE 'S'         TO WS-FIN-HIST
                NOT AT END ADD 1        TO WS-TOT-REG-LEIDOS
           END-READ.
           IF WS-FIN-HIST-NO
              IF PARM-MODO-SOLICITUDES
                 PERFORM 013-REVISA-RFC-SOL
              ELSE
                 PERFORM 016-REVISA-ANIO
              END-IF
           END-IF.
       012-FIN.
           EXIT.
      *
      ******************************************************************
      *    MODO 'S': EL RENGLON DEBE SER DEL RFC PEDIDO EN TURNO;     *
      *    PASADO EL ANIO DE ESE RFC SE SALTA AL SIGUIENTE PEDIDO      *
      ******************************************************************
       013-REVISA-RFC-SOL.
           IF HDC-LLAVE-IRFC < RFS-IRFC (WS-IX-RFS)
              PERFORM 014-POSICIONA-RFC-SOL
           ELSE
              IF HDC-LLAVE-IRFC > RFS-IRFC (WS-IX-RFS)
              OR HDC-LLAVE-ANOMES > WS-ANOMES-FIN-CA
                 MOVE RFS-IRFC (WS-IX-RFS) TO WS-RFS-NUEVO
                 MOVE 'N'               TO WS-RFS-UBICADO
                 PERFORM 017-AVANZA-RFC-SOL UNTIL WS-RFS-UBICADO-SI
                 IF WS-IX-RFS > WS-NUM-RFS
                    MOVE 'S'            TO WS-FIN-HIST
                 ELSE
                    PERFORM 014-POSICIONA-RFC-SOL
                 END-IF
              ELSE
                 PERFORM 016-REVISA-ANIO
              END-IF
           END-IF.
       013-FIN.
           EXIT.
      *
       014-POSICIONA-RFC-SOL.
           MOVE RFS-IRFC (WS-IX-RFS)    TO HDC-LLAVE-IRFC.
           MOVE WS-ANOMES-INI-CA        TO HDC-LLAVE-ANOMES.
           MOVE ZEROS                   TO HDC-LLAVE-IREF.
           START ARCH-HIST-DET-CA KEY IS NOT < HDC-LLAVE
                 INVALID KEY MOVE 'S'   TO WS-FIN-HIST
           END-START.
       014-FIN.
           EXIT.
      *
      ******************************************************************
      *    ANTES DEL ANIO: BRINCA A ENERO DEL MISMO RFC; DESPUES DEL   *
      *    ANIO: BRINCA AL SIGUIENTE RFC; DENTRO: SE ENTREGA          *
      ******************************************************************
       016-REVISA-ANIO.
           IF HDC-LLAVE-ANOMES < WS-ANOMES-INI-CA
              MOVE WS-ANOMES-INI-CA     TO HDC-LLAVE-ANOMES
              MOVE ZEROS                TO HDC-LLAVE-IREF
              START ARCH-HIST-DET-CA KEY IS NOT < HDC-LLAVE
                    INVALID KEY MOVE 'S' TO WS-FIN-HIST
              END-START
           ELSE
              IF HDC-LLAVE-ANOMES > WS-ANOMES-FIN-CA
                 MOVE 999999            TO HDC-LLAVE-ANOMES
                 MOVE 999999999         TO HDC-LLAVE-IREF
                 START ARCH-HIST-DET-CA KEY IS > HDC-LLAVE
                       INVALID KEY MOVE 'S' TO WS-FIN-HIST
                 END-START
              ELSE
                 MOVE 'S'               TO WS-EN-VENTANA
              END-IF
           END-IF.
       016-FIN.
           EXIT.
      *
       017-AVANZA-RFC-SOL.
           ADD 1                        TO WS-IX-RFS.
           IF WS-IX-RFS > WS-NUM-RFS
              MOVE 'S'                  TO WS-RFS-UBICADO
           ELSE
              IF RFS-IRFC (WS-IX-RFS) NOT = WS-RFS-NUEVO
                 MOVE 'S'               TO WS-RFS-UBICADO
              END-IF
           END-IF.
       017-FIN.
           EXIT.
      * SDAT-40181F
      *
      ******************************************************************
      *    PROCESA EL RENGLON EN TURNO: ABRE LA CONSTANCIA DEL        *
      *    DONANTE EN EL CORTE DE RFC, IMPRIME EL DETALLE MENSUAL Y   *
      *    ACUMULA EL TOTAL ANUAL                                     *
      * SDAT-40156I
              MOVE SPACES               TO WS-EMAIL-DONANTE
      * SDAT-40156F
      * SDAT-40171I
              PERFORM 045-BUSCA-MAESTRO
      * SDAT-40171F
      * SDAT-40176I
              IF PARM-MODO-SOLICITUDES
                 PERFORM 055-BUSCA-SOLICITUDES
              END-IF
              IF WS-DONANTE-SEL-SI
                 PERFORM 030-ENCABEZA-CONSTANCIA
              END-IF
      * SDAT-40176F
           END-IF.
      * SDAT-40156I
      **** SE QUEDA CON EL PRIMER CORREO NO VACIO DEL ANIO
              MOVE HDET-UUID            TO C1-01-DET-UUID
           END-IF.
      * SDAT-40152F
      * SDAT-40176I
           IF WS-DONANTE-SEL-SI
              WRITE REG-CONSTANCIA    FROM C1-01-DETA
           END-IF.
      * SDAT-40176F
           ADD HDET-MONTO               TO WS-TOT-ANUAL-DONANTE.
           ADD 1                        TO WS-REN-DONANTE.
           PERFORM 010-LEE-HISTORICO.
       030-FIN.
           EXIT.
      *
      * SDAT-40171I
      ******************************************************************
      *    LEE EL SIGUIENTE RENGLON DEL MAESTRO DE DONANTES           *
      ******************************************************************
       040-LEE-MAESTRO.
           READ ARCH-MAESTRO-CA
                AT END
                   MOVE 'S'             TO WS-FIN-MAESTRO
                   MOVE HIGH-VALUES     TO MDN-IRFC
                NOT AT END
                   ADD 1                TO WS-TOT-MAESTRO-LEIDOS
           END-READ.
       040-FIN.
           EXIT.
      *
      ******************************************************************
      *    POSICIONA EL MAESTRO EN EL RFC EN TURNO (AMBOS ARCHIVOS    *
      *    VIENEN POR RFC) Y TOMA EL NOMBRE Y EL CORREO ACORDADOS;    *
      *    SI EL RFC NO ESTA, SE QUEDA EL DATO DEL HISTORICO          *
      ******************************************************************
       045-BUSCA-MAESTRO.
           PERFORM 040-LEE-MAESTRO
              UNTIL WS-FIN-MAESTRO-SI
                 OR MDN-IRFC NOT < HDET-IRFC.
           IF MDN-IRFC = HDET-IRFC
              ADD 1                     TO WS-TOT-DATO-MAESTRO
              IF MDN-NOMBRE NOT = SPACES
                 MOVE MDN-NOMBRE        TO WS-NOMBRE-DONANTE
              END-IF
              IF MDN-EMAIL NOT = SPACES
                 MOVE MDN-EMAIL         TO WS-EMAIL-DONANTE
              END-IF
           ELSE
              ADD 1                     TO WS-TOT-SIN-MAESTRO
           END-IF.
       045-FIN.
           EXIT.
      * SDAT-40171F
      *
      * SDAT-40176I
      ******************************************************************
      *    CARGA A MEMORIA LAS SOLICITUDES DE LA SUCURSAL; LAS DE     *
      *    OTRO ANIO O DE TIPO DESCONOCIDO QUEDAN YA RESUELTAS PARA   *
      *    LA BITACORA                                                *
      ******************************************************************
       050-CARGA-SOLICITUDES.
           OPEN INPUT  ARCH-SOLICITUDES.
           PERFORM 051-LEE-SOLICITUD UNTIL WS-FIN-SOLICITUDES-SI.
           CLOSE       ARCH-SOLICITUDES.
      * SDAT-40181I
           PERFORM 052-INSERTA-RFC-SOL
              VARYING WS-IX-SOL FROM 1 BY 1
                UNTIL WS-IX-SOL > WS-NUM-SOL.
      * SDAT-40181F
       050-FIN.
           EXIT.
      *
       051-LEE-SOLICITUD.
           READ ARCH-SOLICITUDES
                AT END MOVE 'S'         TO WS-FIN-SOLICITUDES
                NOT AT END
                   ADD 1                TO WS-TOT-SOL-LEIDAS
                   IF WS-NUM-SOL NOT < WSC-MAX-SOL
                      DISPLAY W000-PROG ' SOLICITUDES EXCEDEN LA '
                              'TABLA DE ' WSC-MAX-SOL
                      PERFORM 999-ABORTA
                   END-IF
                   ADD 1                TO WS-NUM-SOL
                   MOVE REG-SOLICITUD   TO SOL-E-IMAGEN (WS-NUM-SOL)
                   MOVE SOL-TIPO        TO SOL-E-TIPO   (WS-NUM-SOL)
                   MOVE SOL-IRFC        TO SOL-E-IRFC   (WS-NUM-SOL)
                   MOVE ZEROS       TO SOL-E-CONSTANCIA (WS-NUM-SOL)
                   EVALUATE TRUE
                      WHEN NOT SOL-REIMPRESION AND NOT SOL-REENVIO
                         MOVE 'T'   TO SOL-E-ESTATUS (WS-NUM-SOL)
                      WHEN SOL-ANIO NOT = WS-ANIO-CA
                         MOVE 'O'   TO SOL-E-ESTATUS (WS-NUM-SOL)
                      WHEN OTHER
                         MOVE 'N'   TO SOL-E-ESTATUS (WS-NUM-SOL)
                   END-EVALUATE
           END-READ.
       051-FIN.
           EXIT.
      *
      * SDAT-40181I
      ******************************************************************
      *    INSERTA EN ORDEN EL RFC DE UNA SOLICITUD VIGENTE EN LA      *
      *    TABLA DE RFC PEDIDOS                                        *
      ******************************************************************
       052-INSERTA-RFC-SOL.
           IF SOL-E-ESTATUS (WS-IX-SOL) = 'N'
              MOVE SOL-E-IRFC (WS-IX-SOL) TO WS-RFS-NUEVO
              MOVE WS-NUM-RFS           TO WS-KX-RFS
              MOVE 'N'                  TO WS-RFS-UBICADO
              PERFORM 053-RECORRE-RFC-SOL UNTIL WS-RFS-UBICADO-SI
              ADD 1                     TO WS-NUM-RFS
              ADD 1                     TO WS-KX-RFS
              MOVE WS-RFS-NUEVO         TO RFS-IRFC (WS-KX-RFS)
           END-IF.
       052-FIN.
           EXIT.
      *
       053-RECORRE-RFC-SOL.
           IF WS-KX-RFS = ZEROS
              MOVE 'S'                  TO WS-RFS-UBICADO
           ELSE
              IF RFS-IRFC (WS-KX-RFS) > WS-RFS-NUEVO
                 MOVE RFS-IRFC (WS-KX-RFS)
                                        TO RFS-IRFC (WS-KX-RFS + 1)
                 SUBTRACT 1           FROM WS-KX-RFS
              ELSE
                 MOVE 'S'               TO WS-RFS-UBICADO
              END-IF
           END-IF.
       053-FIN.
           EXIT.
      * SDAT-40181F
      *
      ******************************************************************
      *    EL DONANTE EN TURNO SE ATIENDE SI LA SUCURSAL LO PIDIO;    *
      *    SUS SOLICITUDES QUEDAN ATENDIDAS CON EL NUMERO DE          *
      *    CONSTANCIA QUE LE TOCA                                     *
      ******************************************************************
       055-BUSCA-SOLICITUDES.
           SET WS-DONANTE-SEL-NO        TO TRUE.
           MOVE 'N'                     TO WS-PIDE-REIMPRESION.
           MOVE 'N'                     TO WS-PIDE-REENVIO.
           PERFORM 056-REVISA-SOLICITUD
              VARYING WS-IX-SOL FROM 1 BY 1
                UNTIL WS-IX-SOL > WS-NUM-SOL.
       055-FIN.
           EXIT.
      *
       056-REVISA-SOLICITUD.
           IF SOL-E-IRFC (WS-IX-SOL) = HDET-IRFC
           AND SOL-E-ESTATUS (WS-IX-SOL) NOT = 'O'
           AND SOL-E-ESTATUS (WS-IX-SOL) NOT = 'T'
              SET WS-DONANTE-SEL-SI     TO TRUE
              IF SOL-E-TIPO (WS-IX-SOL) = 'R'
                 MOVE 'S'               TO WS-PIDE-REIMPRESION
              ELSE
                 MOVE 'S'               TO WS-PIDE-REENVIO
              END-IF
              MOVE 'A'             TO SOL-E-ESTATUS (WS-IX-SOL)
              COMPUTE SOL-E-CONSTANCIA (WS-IX-SOL) =
                      WS-TOT-CONSTANCIAS + 1
           END-IF.
       056-FIN.
           EXIT.
      *
      ******************************************************************
      *    UN RENGLON DE BITACORA POR SOLICITUD CON SU RESULTADO      *
      ******************************************************************
       060-GRABA-BITACORA.
           INITIALIZE                      REG-BITACORA.
           MOVE SOL-E-IMAGEN  (WS-IX-SOL) TO BIT-SOLICITUD.
           MOVE SOL-E-ESTATUS (WS-IX-SOL) TO BIT-ESTATUS.
           MOVE WS-FEC-CORRIDA          TO BIT-FEC-ATENCION.
           MOVE SOL-E-CONSTANCIA (WS-IX-SOL) TO BIT-CONSTANCIA.
           IF SOL-E-ESTATUS (WS-IX-SOL) = 'A'
              ADD 1                     TO WS-TOT-SOL-ATENDIDAS
           ELSE
              ADD 1                     TO WS-TOT-SOL-NO-ATENDIDAS
           END-IF.
           WRITE REG-BITACORA.
       060-FIN.
           EXIT.
      * SDAT-40176F
      *
      ******************************************************************
      *    CIERRA LA CONSTANCIA DEL DONANTE ANTERIOR CON SU TOTAL     *
      *    ANUAL                                                      *
      ******************************************************************
       070-CIERRA-DONANTE.
      * SDAT-40176I
           IF WS-REN-DONANTE NOT = ZEROS
           AND WS-DONANTE-SEL-SI
      * SDAT-40176F
              MOVE WS-TOT-ANUAL-DONANTE TO C1-01-TOT-MONTO
              WRITE REG-CONSTANCIA    FROM C1-04-ENCA
              WRITE REG-CONSTANCIA    FROM C1-01-TOTAL
              MOVE WS-EMAIL-DONANTE     TO DSP-EMAIL
              MOVE WS-ANIO-CA           TO DSP-ANIO
              MOVE WS-TOT-CONSTANCIAS   TO DSP-CONSTANCIA
      * SDAT-40176I
      **** UNA REIMPRESION SIN REENVIO LA ENTREGA LA SUCURSAL EN PAPEL
              IF WS-EMAIL-DONANTE = SPACES
              OR (WS-PIDE-REIMPRESION-SI AND NOT WS-PIDE-REENVIO-SI)
      * SDAT-40176F
                 SET DSP-SIN-CORREO     TO TRUE
                 ADD 1                  TO WS-TOT-DESP-SIN-CORREO
              ELSE
      *    CIERRA ARCHIVOS                                            *
      ******************************************************************
       080-CIERRA-ARCHIVOS.
      * SDAT-40181I
           CLOSE ARCH-HIST-DET-CA.
      * SDAT-40181F
           CLOSE ARCH-CONSTANCIAS.
      * SDAT-40156I
           CLOSE ARCH-DESPACHO.
      * SDAT-40156F
      * SDAT-40171I
           CLOSE ARCH-MAESTRO-CA.
      * SDAT-40171F
      * SDAT-40176I
           IF PARM-MODO-SOLICITUDES
              PERFORM 060-GRABA-BITACORA
                 VARYING WS-IX-SOL FROM 1 BY 1
                   UNTIL WS-IX-SOL > WS-NUM-SOL
              CLOSE ARCH-BITACORA
           END-IF.
      * SDAT-40176F
       080-FIN.
           EXIT.
      *
           DISPLAY W000-PROG '   CONSTANCIAS SIN CORREO   : '
                   WS-TOT-DESP-SIN-CORREO
      * SDAT-40156F
      * SDAT-40170I
           DISPLAY W000-PROG '   RECIBOS REVERSADOS OMIT. : '
                   WS-TOT-REG-REVERSADOS
      * SDAT-40170F
      * SDAT-40171I
           DISPLAY W000-PROG '   RFC LEIDOS DEL MAESTRO   : '
                   WS-TOT-MAESTRO-LEIDOS
           DISPLAY W000-PROG '   CONSTANCIAS CON MAESTRO  : '
                   WS-TOT-DATO-MAESTRO
           DISPLAY W000-PROG '   CONSTANCIAS SIN MAESTRO  : '
                   WS-TOT-SIN-MAESTRO
      * SDAT-40171F
      * SDAT-40176I
           IF PARM-MODO-SOLICITUDES
              DISPLAY W000-PROG '   SOLICITUDES LEIDAS       : '
                      WS-TOT-SOL-LEIDAS
              DISPLAY W000-PROG '   SOLICITUDES ATENDIDAS    : '
                      WS-TOT-SOL-ATENDIDAS
              DISPLAY W000-PROG '   SOLICITUDES NO ATENDIDAS : '
                      WS-TOT-SOL-NO-ATENDIDAS
           END-IF.
      * SDAT-40176F
           GOBACK.
       999-FIN.
           EXIT.
