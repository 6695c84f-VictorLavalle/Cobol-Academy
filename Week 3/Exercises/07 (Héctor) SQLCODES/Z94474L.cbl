      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    Z94474L.
       AUTHOR.        Xideral.

      *________________________________________________________________*
      *                                                                *
      *   REVISION MENSUAL DE LIMITES DE CREDITO - TABLA Z94474T       *
      *                                                                *
      * Los aumentos y disminuciones de limite se decidian caso por   *
      * caso. Este programa aplica una politica parametrizada y corre *
      * en dos pasos, segun la tarjeta de parametros:                 *
      *                                                                *
      * MODO 'P' (PROPUESTAS): califica cada cuenta vigente de la     *
      *   tabla con                                                    *
      *   - su utilizacion (promedio y maxima) en las fotos que       *
      *     retiene Z94474W dentro de la ventana de meses             *
      *   - su comportamiento de pago: cubeta actual y ciclos         *
      *     morosos en la historia de doce cortes de Z94474V          *
      *   - su antiguedad: desde el primer renglon de historia en     *
      *     Z94474H (o la primera foto, si es anterior)               *
      *   y con las reglas de la tarjeta propone AUMENTO, DISMINUCION *
      *   o nada. Las propuestas salen en PROPFILE para el oficial    *
      *   de credito, que marca en cada una su decision.              *
      *                                                                *
      * MODO 'A' (APROBADAS): lee las propuestas ya decididas         *
      *   (APROFILE) y por cada aprobada escribe una transaccion de   *
      *   CAMBIO con el layout del TRANSFILE de Z94474M, a nombre del *
      *   oficial que aprobo; asi el cambio pasa por los topes de     *
      *   AUTHFILE y deja su historia en Z94474H como cualquier otro. *
      *   El renglon se relee de la tabla para que la transaccion     *
      *   lleve el saldo y domicilio vigentes.                        *
      *                                                                *
      * La tabla no se modifica aqui.                                 *
      *                                                                *
      *________________________________________________________________*



      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPOUT
                  ASSIGN TO UT-S-REPORT.
      *Tarjeta de parametros: modo y reglas de la politica
           SELECT PARM-REC
                  ASSIGN TO PARMFILE.
      *Fotos retenidas de Z94474W (fecha, cuenta, saldo, limite)
           SELECT SNAP-IN
                  ASSIGN TO SNAPHIST.
      *Estado de ciclo del ultimo corte (CICLOOUT de Z94474V)
           SELECT CICLO-IN
                  ASSIGN TO CICLOIN.
      *Propuestas para el oficial de credito (modo 'P')
           SELECT PROP-OUT
                  ASSIGN TO PROPFILE.
      *Propuestas con la decision del oficial (modo 'A')
           SELECT APRO-IN
                  ASSIGN TO APROFILE.
      *Transacciones de cambio para Z94474M (modo 'A')
           SELECT TRANS-OUT
                  ASSIGN TO TRANSFILE.



      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  REPOUT
               RECORD CONTAINS 100 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS REPREC.

       01 REPREC                       PIC X(100).

      *Tarjeta: modo, fecha de revision, ventana de fotos en meses,
      *calificacion minima para aumento y maxima para disminucion,
      *cubeta de morosidad que obliga a disminuir, antiguedad minima
      *en meses para aumento, porcentajes de aumento y disminucion
      *y tope de limite (en ceros, los de omision)
       FD  PARM-REC RECORDING MODE F.
       01 PARM-FIELDS.
          05 PARM-MODO          PIC X(01).
             88 PARM-MODO-PROPONE                 VALUE 'P'.
             88 PARM-MODO-APLICA                  VALUE 'A'.
          05 PARM-FECHA-REVISION PIC X(08).
          05 PARM-MESES-VENTANA PIC 9(02).
          05 PARM-SCORE-AUMENTO PIC 9(03).
          05 PARM-SCORE-DISMIN  PIC 9(03).
          05 PARM-CUBETA-DISMIN PIC 9(01).
          05 PARM-ANTIG-MINIMA  PIC 9(03).
          05 PARM-PCT-AUMENTO   PIC 9(02)V99.
          05 PARM-PCT-DISMIN    PIC 9(02)V99.
          05 PARM-TOPE-LIMITE   PIC 9(07)V99.
          05 FILLER             PIC X(42).

       FD  SNAP-IN RECORDING MODE F.
       01 REG-SNAP-IN.
          05 SNI-FECHA          PIC 9(08).
          05 SNI-ACCTNO         PIC X(08).
          05 SNI-BALANCE        PIC S9(7)V99.
          05 SNI-LIMIT          PIC S9(7)V99.
          05 FILLER             PIC X(06).

      *Estado de ciclo (layout de Z94474V)
       FD  CICLO-IN RECORDING MODE F.
       01 REG-CICLO-IN.
          05 CIN-ACCTNO         PIC X(08).
          05 CIN-DATOS          PIC X(142).

      *Propuesta de limite: lo que se calculo y, al final, lo que
      *llena el oficial (decision 'S' aprobada / 'N' no aprobada,
      *su clave de operador y, si quiere otro, el limite que
      *autoriza)
       FD  PROP-OUT RECORDING MODE F.
       01 REG-PROPUESTA.
          05 PRO-ACCTNO         PIC X(08).
          05 PRO-TIPO           PIC X(01).
             88 PRO-AUMENTO                       VALUE 'A'.
             88 PRO-DISMINUCION                   VALUE 'D'.
          05 PRO-LIMITE-ACTUAL  PIC 9(07)V99.
          05 PRO-LIMITE-PROPUESTO PIC 9(07)V99.
          05 PRO-BALANCE        PIC S9(7)V99.
          05 PRO-SCORE          PIC 9(03).
          05 PRO-UTIL-PROMEDIO  PIC 9(03)V99.
          05 PRO-UTIL-MAXIMA    PIC 9(03)V99.
          05 PRO-CICLOS-MOROSOS PIC 9(02).
          05 PRO-CUBETA         PIC 9(01).
          05 PRO-ANTIG-MESES    PIC 9(03).
          05 PRO-RAZON          PIC X(30).
          05 PRO-FECHA-REVISION PIC X(08).
          05 PRO-DECISION       PIC X(01).
          05 PRO-OFICIAL        PIC X(08).
          05 PRO-LIMITE-AUTORIZADO PIC 9(07)V99.
          05 FILLER             PIC X(39).

       FD  APRO-IN RECORDING MODE F.
       01 REG-APROBACION        PIC X(150).

      *Transaccion de mantenimiento (layout del TRANSFILE de Z94474M)
       FD  TRANS-OUT RECORDING MODE F.
       01 REG-TRANS-MTTO.
          05 TRANS-ACCTNO              PIC X(08).
          05 TRANS-ACCION              PIC X(01).
          05 TRANS-LIMIT                PIC S9(7)V99.
          05 TRANS-BALANCE              PIC S9(7)V99.
          05 TRANS-SURNAME              PIC X(20).
          05 TRANS-FIRSTN               PIC X(15).
          05 TRANS-ADDRESS1             PIC X(25).
          05 TRANS-ADDRESS2             PIC X(20).
          05 TRANS-ADDRESS3             PIC X(15).
          05 TRANS-COMMENTS             PIC X(50).
          05 TRANS-OPERADOR             PIC X(08).
          05 TRANS-FEC-EFECTIVA         PIC X(08).


       WORKING-STORAGE SECTION.
       01 FLAGS.
          05 FLAG-CURSOR        PIC X             VALUE SPACE.
             88 FIN-CURSOR                        VALUE 'Y'.
             88 NO-FIN-CURSOR                     VALUE 'N'.
          05 FLAG-CICLO         PIC X             VALUE SPACE.
             88 FIN-CICLO                         VALUE 'Y'.
             88 NO-FIN-CICLO                      VALUE 'N'.
          05 FLAG-ARCHIVO       PIC X             VALUE SPACE.
             88 FIN-ARCHIVO                       VALUE 'Y'.
             88 NO-FIN-ARCHIVO                    VALUE 'N'.
          05 FLAG-HALLADA       PIC X             VALUE 'N'.
             88 CUENTA-HALLADA                    VALUE 'S'.
             88 CUENTA-NO-HALLADA                 VALUE 'N'.
          05 FLAG-ESTADO        PIC X             VALUE 'N'.
             88 CON-ESTADO                        VALUE 'S'.
             88 SIN-ESTADO                        VALUE 'N'.

      *Politica (valores de omision si la tarjeta no los trae)
       01 WSV-FECHA-REVISION    PIC 9(08)         VALUE ZERO.
       01 FILLER REDEFINES WSV-FECHA-REVISION.
          05 WSV-REV-AAAA       PIC 9(04).
          05 WSV-REV-MM         PIC 9(02).
          05 WSV-REV-DD         PIC 9(02).
       01 WSV-MESES-VENTANA     PIC 9(02)         VALUE 06.
       01 WSV-SCORE-AUMENTO     PIC 9(03)         VALUE 070.
       01 WSV-SCORE-DISMIN      PIC 9(03)         VALUE 030.
       01 WSV-CUBETA-DISMIN     PIC 9(01)         VALUE 2.
       01 WSV-ANTIG-MINIMA      PIC 9(03)         VALUE 006.
       01 WSV-PCT-AUMENTO       PIC 9(02)V99      VALUE 20.00.
       01 WSV-PCT-DISMIN        PIC 9(02)V99      VALUE 20.00.
       01 WSV-TOPE-LIMITE       PIC 9(07)V99      VALUE 100000.00.

       01 WSV-LLAVE-TABLA       PIC X(08)         VALUE SPACES.
       01 WSV-LLAVE-CICLO       PIC X(08)         VALUE SPACES.
       01 WSV-ACCTNO-ANT        PIC X(08)         VALUE LOW-VALUES.

      *Estado de ciclo de la cuenta (mismo layout que CIN-DATOS)
       01 CICLO-CTA.
          05 CC-FECHA-CORTE     PIC 9(08).
          05 CC-EXIGIBLE        PIC S9(7)V99.
          05 CC-FECHA-LIMITE    PIC 9(08).
          05 CC-VENCIDO         PIC S9(7)V99      OCCURS 4 TIMES.
          05 CC-CUBETA          PIC 9(01).
          05 CC-HIST-CUBETAS    PIC X(12).
          05 FILLER REDEFINES CC-HIST-CUBETAS.
             10 CC-HIST-CUBETA  PIC X(01)         OCCURS 12 TIMES.
          05 CC-PROM-FECHA      PIC 9(08).
          05 CC-PROM-IMPORTE    PIC 9(07)V99.
          05 CC-PROM-OPERADOR   PIC X(08).
          05 CC-BALANCE         PIC S9(7)V99.
          05 CC-PAGO-MINIMO     PIC S9(7)V99.
          05 FILLER             PIC X(25).

      *Utilizacion por cuenta segun las fotos retenidas
       01 TABLA-FOTOS.
          05 WSC-MAX-CUENTAS    PIC 9(04)         VALUE 5000.
          05 WSV-NUM-CUENTAS    PIC 9(04)         VALUE ZERO.
          05 WSV-IDX-CTA        PIC 9(04)         VALUE ZERO.
          05 WSV-KDX-CTA        PIC 9(04)         VALUE ZERO.
          05 FOTO-ENT           OCCURS 5000 TIMES.
             10 FOT-ACCTNO      PIC X(08).
             10 FOT-PRIMERA     PIC 9(08).
             10 FOT-NUM-VENTANA PIC 9(05).
             10 FOT-SUMA-UTIL   PIC 9(09)V99.
             10 FOT-MAX-UTIL    PIC 9(03)V99.

       01 VARIABLES.
          05 WSV-ACCTNO-BUSCADA PIC X(08)         VALUE SPACES.
          05 WSV-FECHA-DESDE    PIC 9(08)         VALUE ZERO.
          05 WSV-MESES-ABS      PIC 9(06)         VALUE ZERO.
          05 WSV-AAAA-CALC      PIC 9(04)         VALUE ZERO.
          05 WSV-MM-CALC        PIC 9(02)         VALUE ZERO.
          05 WSV-UTIL           PIC 9(05)V99      VALUE ZERO.
          05 WSV-UTIL-PROMEDIO  PIC 9(03)V99      VALUE ZERO.
          05 WSV-UTIL-MAXIMA    PIC 9(03)V99      VALUE ZERO.
          05 WSV-NUM-FOTOS      PIC 9(05)         VALUE ZERO.
          05 WSV-CICLOS-MOROSOS PIC 9(02)         VALUE ZERO.
          05 WSV-IDX-HIST       PIC 9(02)         VALUE ZERO.
          05 WSV-FECHA-ALTA     PIC 9(08)         VALUE ZERO.
          05 FILLER REDEFINES WSV-FECHA-ALTA.
             10 WSV-ALTA-AAAA   PIC 9(04).
             10 WSV-ALTA-MM     PIC 9(02).
             10 WSV-ALTA-DD     PIC 9(02).
          05 WSV-ANTIG-MESES    PIC S9(05)        VALUE ZERO.
          05 WSV-SCORE          PIC 9(03)         VALUE ZERO.
          05 WSV-TIPO           PIC X(01)         VALUE SPACE.
          05 WSV-RAZON          PIC X(30)         VALUE SPACES.
          05 WSV-LIMITE-NUEVO   PIC S9(9)V99      VALUE ZERO.
          05 WSV-LIMITE-PISO    PIC S9(9)V99      VALUE ZERO.
          05 WSV-CIENTOS        PIC S9(9)         VALUE ZERO.

       01 CIFRAS-CONTROL.
          05 A990-REG-LEIDOS    PIC 9(07)         VALUE ZERO.
          05 A990-BAJAS         PIC 9(07)         VALUE ZERO.
          05 A990-NO-VIGENTES   PIC 9(07)         VALUE ZERO.
          05 A990-FOTOS-LEIDAS  PIC 9(07)         VALUE ZERO.
          05 A990-SIN-HISTORIA  PIC 9(07)         VALUE ZERO.
          05 A990-AUMENTOS      PIC 9(07)         VALUE ZERO.
          05 A990-DISMINUCIONES PIC 9(07)         VALUE ZERO.
          05 A990-SIN-CAMBIO    PIC 9(07)         VALUE ZERO.
          05 A990-TOT-AUMENTO   PIC S9(11)V99     VALUE ZERO.
          05 A990-TOT-DISMIN    PIC S9(11)V99     VALUE ZERO.
          05 A990-APRO-LEIDAS   PIC 9(07)         VALUE ZERO.
          05 A990-APROBADAS     PIC 9(07)         VALUE ZERO.
          05 A990-NO-APROBADAS  PIC 9(07)         VALUE ZERO.
          05 A990-SIN-DECISION  PIC 9(07)         VALUE ZERO.
          05 A990-RECHAZADAS    PIC 9(07)         VALUE ZERO.
          05 A990-RECH-NO-VIGEN PIC 9(07)         VALUE ZERO.

      *****************************************************
      * Print format for the report                       *
      *****************************************************
       01  HEADER-1.
           05 FILLER PIC X(11) VALUE '-------- '.
           05 FILLER PIC X(38) VALUE
                 'REVISION DE LIMITES DE CREDITO Z94474T'.
           05 FILLER PIC X(10) VALUE ' ---------'.

       01  HEADER-2.
           05 FILLER            PIC X(06) VALUE 'MODO: '.
           05 H2-MODO           PIC X(01).
           05 FILLER            PIC X(10) VALUE '  FECHA: '.
           05 H2-FECHA          PIC 9(08).
           05 FILLER            PIC X(11) VALUE '  VENTANA: '.
           05 H2-MESES          PIC Z9.
           05 FILLER            PIC X(15) VALUE ' MESES  SCORE: '.
           05 H2-SCORE-AUMENTO  PIC ZZ9.
           05 FILLER            PIC X(01) VALUE '/'.
           05 H2-SCORE-DISMIN   PIC ZZ9.
           05 FILLER            PIC X(09) VALUE '  TOPE: '.
           05 H2-TOPE           PIC Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(19) VALUE SPACES.

       01  HEADER-PROPUESTA.
           05 FILLER            PIC X(50) VALUE
              'CUENTA   PROPUESTA     LIM ACTUAL     PROPUESTO  S'.
           05 FILLER            PIC X(50) VALUE
              'CR UTIL%  MO C ANT RAZON'.

       01  DETALLE-PROPUESTA.
           05 DP-ACCTNO         PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DP-TIPO           PIC X(11).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DP-LIMITE-ACTUAL  PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DP-LIMITE-PROP    PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DP-SCORE          PIC ZZ9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DP-UTIL           PIC ZZ9.99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DP-MOROSOS        PIC Z9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DP-CUBETA         PIC 9(01).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DP-ANTIG          PIC ZZ9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DP-RAZON          PIC X(30).
           05 FILLER            PIC X(01) VALUE SPACES.

       01  HEADER-APROBACION.
           05 FILLER            PIC X(50) VALUE
              'CUENTA   EVENTO       OFICIAL  LIMITE NUEVO  RAZON'.
           05 FILLER            PIC X(50) VALUE SPACES.

       01  DETALLE-APROBACION.
           05 DA-ACCTNO         PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DA-EVENTO         PIC X(12).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DA-OFICIAL        PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DA-LIMITE-NUEVO   PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DA-RAZON          PIC X(40).
           05 FILLER            PIC X(15) VALUE SPACES.

       01  DETALLE-CIFRA.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DC-TEXTO          PIC X(34).
           05 DC-CIFRA          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DC-MONTO          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(37) VALUE SPACES.

       01  LINEA-BLANCA         PIC X(100)        VALUE SPACES.

       01  FOOTER-LINES.
           05 FILLER  PIC X(19) VALUE '-------------------'.
           05 FILLER  PIC X(19) VALUE '-------------------'.


      *****************************************************
                EXEC SQL INCLUDE SQLCA  END-EXEC.
      *****************************************************
       01 UD-ERROR-MESSAGE     PIC X(80)         VALUE SPACES.
       01 SQLCODES.
          05 SQLCODE0          PIC S9(9) COMP-5  VALUE 0.
          05 SQLCODE100        PIC S9(9) COMP-5  VALUE 100.


      *****************************************************
      *  SQL Table Declaration                            *
      *****************************************************
                EXEC SQL DECLARE Z94474T TABLE
                        (ACCTNO CHAR(8) NOT NULL,
                         LIMIT DECIMAL(9,2) ,
                         BALANCE DECIMAL(9,2) ,
                         SURNAME CHAR(20) NOT NULL,
                         FIRSTN CHAR(15) NOT NULL,
                         ADDRESS1 CHAR(25) NOT NULL,
                         ADDRESS2 CHAR(20) NOT NULL,
                         ADDRESS3 CHAR(15) NOT NULL,
                         RESERVED CHAR(7) NOT NULL,
                         COMMENTS CHAR(50) NOT NULL)
                         END-EXEC.

                EXEC SQL DECLARE Z94474H TABLE
                        (ACCTNO CHAR(8) NOT NULL,
                         ACCION CHAR(1) NOT NULL,
                         OPERADOR CHAR(8) NOT NULL,
                         FECHA CHAR(8) NOT NULL,
                         HORA CHAR(8) NOT NULL,
                         B_LIMIT DECIMAL(9,2),
                         B_BALANCE DECIMAL(9,2),
                         B_SURNAME CHAR(20),
                         B_FIRSTN CHAR(15),
                         B_ADDRESS1 CHAR(25),
                         B_ADDRESS2 CHAR(20),
                         B_ADDRESS3 CHAR(15),
                         B_RESERVED CHAR(7),
                         B_COMMENTS CHAR(50),
                         A_LIMIT DECIMAL(9,2),
                         A_BALANCE DECIMAL(9,2),
                         A_SURNAME CHAR(20),
                         A_FIRSTN CHAR(15),
                         A_ADDRESS1 CHAR(25),
                         A_ADDRESS2 CHAR(20),
                         A_ADDRESS3 CHAR(15),
                         A_RESERVED CHAR(7),
                         A_COMMENTS CHAR(50))
                         END-EXEC.

      *****************************************************
      * SQL Cursors: la cartera completa en orden de      *
      * cuenta (solo lectura)                             *
      *****************************************************
                EXEC SQL DECLARE CURREVISION CURSOR FOR
                        SELECT ACCTNO, LIMIT, BALANCE, RESERVED
                          FROM Z94474T
                         ORDER BY ACCTNO
                 END-EXEC.

      *****************************************************
      * HOST variables where we receive the row           *
      *****************************************************
       01 HOST-VARIABLES.
          02 ACCT-ID           PIC X(8).
          02 ACCT-LIMIT        PIC S9(7)V99 COMP-3.
          02 ACCT-BALANCE      PIC S9(7)V99 COMP-3.
          02 ACCT-APEP         PIC X(20).
          02 ACCT-NAME         PIC X(15).
          02 ACCT-DIRE1        PIC X(25).
          02 ACCT-DIRE2        PIC X(20).
          02 ACCT-DIRE3        PIC X(15).
          02 ACCT-RESER        PIC X(7).
          02 HIST-FECHA-MIN    PIC X(8).
          02 IND-FECHA-MIN     PIC S9(4) COMP.


      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

       START-PROGRAM.
           OPEN OUTPUT REPOUT.
           PERFORM LEE-PARAMETROS.
           WRITE REPREC FROM HEADER-1.
           MOVE PARM-MODO          TO H2-MODO.
           MOVE WSV-FECHA-REVISION TO H2-FECHA.
           MOVE WSV-MESES-VENTANA  TO H2-MESES.
           MOVE WSV-SCORE-AUMENTO  TO H2-SCORE-AUMENTO.
           MOVE WSV-SCORE-DISMIN   TO H2-SCORE-DISMIN.
           MOVE WSV-TOPE-LIMITE    TO H2-TOPE.
           WRITE REPREC FROM HEADER-2.
           WRITE REPREC FROM LINEA-BLANCA.
           IF PARM-MODO-PROPONE
              PERFORM PROPONE-LIMITES
           ELSE
              PERFORM APLICA-APROBACIONES
           END-IF.

       END-PROGRAM.
           WRITE REPREC FROM FOOTER-LINES.
           CLOSE REPOUT.
           GOBACK.


      ***************************************************
      * LEE-PARAMETROS: modo y fecha son obligatorios;   *
      * lo demas de la politica toma su valor de omision *
      * si la tarjeta no lo trae                         *
      ***************************************************
       LEE-PARAMETROS.
           OPEN INPUT PARM-REC
           READ PARM-REC
              AT END
                 DISPLAY 'Z94474L FALTA TARJETA DE PARAMETROS'
                 MOVE 16 TO RETURN-CODE
                 CLOSE PARM-REC
                 STOP RUN
           END-READ
           CLOSE PARM-REC
           IF NOT PARM-MODO-PROPONE AND NOT PARM-MODO-APLICA
           OR PARM-FECHA-REVISION IS NOT NUMERIC
              DISPLAY 'Z94474L MODO O FECHA DE REVISION INVALIDOS: '
                      PARM-MODO ' / ' PARM-FECHA-REVISION
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE PARM-FECHA-REVISION TO WSV-FECHA-REVISION
           IF PARM-MESES-VENTANA IS NUMERIC
           AND PARM-MESES-VENTANA NOT = ZERO
              MOVE PARM-MESES-VENTANA TO WSV-MESES-VENTANA
           END-IF
           IF PARM-SCORE-AUMENTO IS NUMERIC
           AND PARM-SCORE-AUMENTO NOT = ZERO
              MOVE PARM-SCORE-AUMENTO TO WSV-SCORE-AUMENTO
           END-IF
           IF PARM-SCORE-DISMIN IS NUMERIC
           AND PARM-SCORE-DISMIN NOT = ZERO
              MOVE PARM-SCORE-DISMIN TO WSV-SCORE-DISMIN
           END-IF
           IF PARM-CUBETA-DISMIN IS NUMERIC
           AND PARM-CUBETA-DISMIN NOT = ZERO
              MOVE PARM-CUBETA-DISMIN TO WSV-CUBETA-DISMIN
           END-IF
           IF PARM-ANTIG-MINIMA IS NUMERIC
           AND PARM-ANTIG-MINIMA NOT = ZERO
              MOVE PARM-ANTIG-MINIMA TO WSV-ANTIG-MINIMA
           END-IF
           IF PARM-PCT-AUMENTO IS NUMERIC
           AND PARM-PCT-AUMENTO NOT = ZERO
              MOVE PARM-PCT-AUMENTO TO WSV-PCT-AUMENTO
           END-IF
           IF PARM-PCT-DISMIN IS NUMERIC
           AND PARM-PCT-DISMIN NOT = ZERO
              MOVE PARM-PCT-DISMIN TO WSV-PCT-DISMIN
           END-IF
           IF PARM-TOPE-LIMITE IS NUMERIC
           AND PARM-TOPE-LIMITE NOT = ZERO
              MOVE PARM-TOPE-LIMITE TO WSV-TOPE-LIMITE
           END-IF
           IF WSV-SCORE-DISMIN NOT < WSV-SCORE-AUMENTO
              DISPLAY 'Z94474L LA CALIFICACION DE DISMINUCION DEBE '
                      'SER MENOR A LA DE AUMENTO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
      *Primer dia de la ventana: la fecha de revision menos los
      *meses de la ventana
           COMPUTE WSV-MESES-ABS = WSV-REV-AAAA * 12 + WSV-REV-MM
                                 - 1 - WSV-MESES-VENTANA
           DIVIDE WSV-MESES-ABS BY 12 GIVING WSV-AAAA-CALC
              REMAINDER WSV-MM-CALC
           ADD 1 TO WSV-MM-CALC
           COMPUTE WSV-FECHA-DESDE = WSV-AAAA-CALC * 10000
                                   + WSV-MM-CALC * 100 + WSV-REV-DD.


      ***************************************************
      * PROPONE-LIMITES: modo 'P'                        *
      ***************************************************
       PROPONE-LIMITES.
           PERFORM CARGA-FOTOS
           OPEN INPUT  CICLO-IN
           OPEN OUTPUT PROP-OUT
           WRITE REPREC FROM HEADER-PROPUESTA
           PERFORM ABRO-CURSOR
           SET NO-FIN-CICLO TO TRUE
           PERFORM LEE-CICLO
           PERFORM LEE-CURSOR
           PERFORM CRUZA-CARTERA UNTIL FIN-CURSOR
           PERFORM CIERRO-CURSOR
           CLOSE CICLO-IN
           CLOSE PROP-OUT
           PERFORM CIFRAS-PROPUESTA.


      ***************************************************
      * CARGA-FOTOS: por cuenta, la primera foto que se  *
      * tiene y la utilizacion (saldo entre limite) de   *
      * las fotos dentro de la ventana                   *
      ***************************************************
       CARGA-FOTOS.
           OPEN INPUT SNAP-IN
           SET NO-FIN-ARCHIVO TO TRUE
           PERFORM LEE-FOTO UNTIL FIN-ARCHIVO
           CLOSE SNAP-IN.

       LEE-FOTO.
           READ SNAP-IN
              AT END
                 SET FIN-ARCHIVO TO TRUE
              NOT AT END
                 ADD 1 TO A990-FOTOS-LEIDAS
                 IF SNI-FECHA NOT > WSV-FECHA-REVISION
                    PERFORM ACUMULA-FOTO
                 END-IF
           END-READ.

       ACUMULA-FOTO.
           MOVE SNI-ACCTNO TO WSV-ACCTNO-BUSCADA
           PERFORM UBICA-CUENTA
           IF CUENTA-NO-HALLADA
              IF WSV-NUM-CUENTAS NOT < WSC-MAX-CUENTAS
                 DISPLAY 'Z94474L TABLA DE FOTOS LLENA, SE ABORTA'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WSV-NUM-CUENTAS
              MOVE WSV-NUM-CUENTAS TO WSV-KDX-CTA
              INITIALIZE FOTO-ENT (WSV-KDX-CTA)
              MOVE SNI-ACCTNO TO FOT-ACCTNO (WSV-KDX-CTA)
              MOVE SNI-FECHA  TO FOT-PRIMERA (WSV-KDX-CTA)
           END-IF
           IF SNI-FECHA < FOT-PRIMERA (WSV-KDX-CTA)
              MOVE SNI-FECHA TO FOT-PRIMERA (WSV-KDX-CTA)
           END-IF
           IF SNI-FECHA NOT < WSV-FECHA-DESDE
              MOVE ZERO TO WSV-UTIL
              IF SNI-LIMIT > ZERO AND SNI-BALANCE > ZERO
                 COMPUTE WSV-UTIL ROUNDED =
                    SNI-BALANCE * 100 / SNI-LIMIT
                    ON SIZE ERROR
                       MOVE 999.99 TO WSV-UTIL
                 END-COMPUTE
              END-IF
              IF WSV-UTIL > 999.99
                 MOVE 999.99 TO WSV-UTIL
              END-IF
              ADD 1 TO FOT-NUM-VENTANA (WSV-KDX-CTA)
              ADD WSV-UTIL TO FOT-SUMA-UTIL (WSV-KDX-CTA)
              IF WSV-UTIL > FOT-MAX-UTIL (WSV-KDX-CTA)
                 MOVE WSV-UTIL TO FOT-MAX-UTIL (WSV-KDX-CTA)
              END-IF
           END-IF.

       UBICA-CUENTA.
           SET CUENTA-NO-HALLADA TO TRUE
           PERFORM BUSCA-CUENTA
              VARYING WSV-IDX-CTA FROM 1 BY 1
                UNTIL WSV-IDX-CTA > WSV-NUM-CUENTAS
                   OR CUENTA-HALLADA.

       BUSCA-CUENTA.
           IF FOT-ACCTNO (WSV-IDX-CTA) = WSV-ACCTNO-BUSCADA
              SET CUENTA-HALLADA TO TRUE
              MOVE WSV-IDX-CTA TO WSV-KDX-CTA
           END-IF.


       CRUZA-CARTERA.
           IF WSV-LLAVE-CICLO < WSV-LLAVE-TABLA
              PERFORM LEE-CICLO
           ELSE
              IF WSV-LLAVE-CICLO = WSV-LLAVE-TABLA
                 SET CON-ESTADO TO TRUE
                 MOVE CIN-DATOS TO CICLO-CTA
                 PERFORM REVISA-CUENTA
                 PERFORM LEE-CICLO
              ELSE
                 SET SIN-ESTADO TO TRUE
                 INITIALIZE CICLO-CTA
                 PERFORM REVISA-CUENTA
              END-IF
              PERFORM LEE-CURSOR
           END-IF.


      ***************************************************
      * REVISA-CUENTA reune los datos de la cuenta, la   *
      * califica y aplica las reglas de la politica      *
      ***************************************************
       REVISA-CUENTA.
           ADD 1 TO A990-REG-LEIDOS
      *Ni la baja ni la cuenta inactiva, dormida o ya entregada a
      *la Beneficencia se revisan: un cambio de limite contaria en
      *Z94474E como actividad del titular y la reactivaria
           EVALUATE TRUE
              WHEN ACCT-RESER = 'BAJA'
                 ADD 1 TO A990-BAJAS
              WHEN ACCT-RESER = 'INACTIV'
                OR ACCT-RESER = 'DORMIDA'
                OR ACCT-RESER = 'BENEFIC'
                 ADD 1 TO A990-NO-VIGENTES
              WHEN OTHER
                 PERFORM OBTIENE-UTILIZACION
                 PERFORM OBTIENE-MOROSIDAD
                 PERFORM OBTIENE-ANTIGUEDAD
                 PERFORM CALIFICA-CUENTA
                 PERFORM DECIDE-PROPUESTA
                 IF WSV-TIPO = SPACE
                    ADD 1 TO A990-SIN-CAMBIO
                 ELSE
                    PERFORM ESCRIBE-PROPUESTA
                 END-IF
           END-EVALUATE.


       OBTIENE-UTILIZACION.
           MOVE ZERO TO WSV-NUM-FOTOS WSV-UTIL-PROMEDIO
                        WSV-UTIL-MAXIMA
           MOVE ACCT-ID TO WSV-ACCTNO-BUSCADA
           PERFORM UBICA-CUENTA
           IF CUENTA-HALLADA
              MOVE FOT-NUM-VENTANA (WSV-KDX-CTA) TO WSV-NUM-FOTOS
              MOVE FOT-MAX-UTIL (WSV-KDX-CTA)    TO WSV-UTIL-MAXIMA
              IF WSV-NUM-FOTOS > ZERO
                 COMPUTE WSV-UTIL-PROMEDIO ROUNDED =
                    FOT-SUMA-UTIL (WSV-KDX-CTA) / WSV-NUM-FOTOS
              END-IF
           END-IF.


      *Ciclos morosos: cortes de la historia con cubeta distinta
      *de cero
       OBTIENE-MOROSIDAD.
           MOVE ZERO TO WSV-CICLOS-MOROSOS
           IF CON-ESTADO
              PERFORM CUENTA-CICLO-MOROSO
                 VARYING WSV-IDX-HIST FROM 1 BY 1
                   UNTIL WSV-IDX-HIST > 12
           END-IF.

       CUENTA-CICLO-MOROSO.
           IF CC-HIST-CUBETA (WSV-IDX-HIST) > '0'
           AND CC-HIST-CUBETA (WSV-IDX-HIST) NOT > '4'
              ADD 1 TO WSV-CICLOS-MOROSOS
           END-IF.


      ***************************************************
      * OBTIENE-ANTIGUEDAD: meses completos desde el     *
      * primer renglon de historia de la cuenta o desde  *
      * su primera foto, lo que sea anterior             *
      ***************************************************
       OBTIENE-ANTIGUEDAD.
           MOVE ZERO TO WSV-FECHA-ALTA
           EXEC SQL
                SELECT MIN(FECHA)
                  INTO :HIST-FECHA-MIN :IND-FECHA-MIN
                  FROM Z94474H
                 WHERE ACCTNO = :ACCT-ID
           END-EXEC
           EVALUATE SQLCODE
              WHEN SQLCODE0
                 IF IND-FECHA-MIN NOT < ZERO
                 AND HIST-FECHA-MIN IS NUMERIC
                    MOVE HIST-FECHA-MIN TO WSV-FECHA-ALTA
                 END-IF
              WHEN SQLCODE100
                 CONTINUE
              WHEN OTHER
                 MOVE 'ERROR EN SELECT DE Z94474H' TO UD-ERROR-MESSAGE
                 DISPLAY UD-ERROR-MESSAGE ' SQLCODE=' SQLCODE
                 STOP RUN
           END-EVALUATE
           MOVE ACCT-ID TO WSV-ACCTNO-BUSCADA
           PERFORM UBICA-CUENTA
           IF CUENTA-HALLADA
              IF WSV-FECHA-ALTA = ZERO
              OR FOT-PRIMERA (WSV-KDX-CTA) < WSV-FECHA-ALTA
                 MOVE FOT-PRIMERA (WSV-KDX-CTA) TO WSV-FECHA-ALTA
              END-IF
           END-IF
           MOVE ZERO TO WSV-ANTIG-MESES
           IF WSV-FECHA-ALTA NOT = ZERO
              COMPUTE WSV-ANTIG-MESES =
                 (WSV-REV-AAAA - WSV-ALTA-AAAA) * 12
                 + WSV-REV-MM - WSV-ALTA-MM
              IF WSV-REV-DD < WSV-ALTA-DD
                 SUBTRACT 1 FROM WSV-ANTIG-MESES
              END-IF
              IF WSV-ANTIG-MESES < ZERO
                 MOVE ZERO TO WSV-ANTIG-MESES
              END-IF
           END-IF.


      ***************************************************
      * CALIFICA-CUENTA: hasta 100 puntos                *
      *   utilizacion promedio  <=30% 40, <=50% 30,      *
      *                         <=75% 15, <=90% 5        *
      *   ciclos morosos (12)   0 40, 1 25, 2 10         *
      *   antiguedad en meses   >=24 20, >=12 15, >=6 10 *
      ***************************************************
       CALIFICA-CUENTA.
           MOVE ZERO TO WSV-SCORE
           EVALUATE TRUE
              WHEN WSV-UTIL-PROMEDIO NOT > 30
                 ADD 40 TO WSV-SCORE
              WHEN WSV-UTIL-PROMEDIO NOT > 50
                 ADD 30 TO WSV-SCORE
              WHEN WSV-UTIL-PROMEDIO NOT > 75
                 ADD 15 TO WSV-SCORE
              WHEN WSV-UTIL-PROMEDIO NOT > 90
                 ADD 5 TO WSV-SCORE
           END-EVALUATE
           EVALUATE WSV-CICLOS-MOROSOS
              WHEN 0
                 ADD 40 TO WSV-SCORE
              WHEN 1
                 ADD 25 TO WSV-SCORE
              WHEN 2
                 ADD 10 TO WSV-SCORE
           END-EVALUATE
           EVALUATE TRUE
              WHEN WSV-ANTIG-MESES NOT < 24
                 ADD 20 TO WSV-SCORE
              WHEN WSV-ANTIG-MESES NOT < 12
                 ADD 15 TO WSV-SCORE
              WHEN WSV-ANTIG-MESES NOT < 6
                 ADD 10 TO WSV-SCORE
           END-EVALUATE.


      ***************************************************
      * DECIDE-PROPUESTA: sin fotos en la ventana o sin  *
      * estado de ciclo no se propone nada; la cuenta en *
      * la cubeta de morosidad de la tarjeta (o peor) o  *
      * con calificacion baja se propone a disminuir; la *
      * de calificacion alta, al corriente y con la      *
      * antiguedad minima, a aumentar. Los limites se    *
      * redondean a centenas: el aumento hasta el tope,  *
      * la disminucion no por debajo del saldo           *
      ***************************************************
       DECIDE-PROPUESTA.
           MOVE SPACE  TO WSV-TIPO
           MOVE SPACES TO WSV-RAZON
           MOVE ACCT-LIMIT TO WSV-LIMITE-NUEVO
           EVALUATE TRUE
              WHEN WSV-NUM-FOTOS = ZERO OR SIN-ESTADO
                 ADD 1 TO A990-SIN-HISTORIA
              WHEN CC-CUBETA NOT < WSV-CUBETA-DISMIN
                 MOVE 'D' TO WSV-TIPO
                 MOVE 'MOROSIDAD ACTUAL' TO WSV-RAZON
              WHEN WSV-SCORE NOT > WSV-SCORE-DISMIN
                 MOVE 'D' TO WSV-TIPO
                 MOVE 'CALIFICACION BAJA' TO WSV-RAZON
              WHEN WSV-SCORE NOT < WSV-SCORE-AUMENTO
               AND CC-CUBETA = ZERO
               AND WSV-ANTIG-MESES NOT < WSV-ANTIG-MINIMA
                 MOVE 'A' TO WSV-TIPO
                 MOVE 'CALIFICACION ALTA' TO WSV-RAZON
           END-EVALUATE
           IF WSV-TIPO = 'A'
              COMPUTE WSV-CIENTOS =
                 (ACCT-LIMIT + ACCT-LIMIT * WSV-PCT-AUMENTO / 100)
                 / 100
              COMPUTE WSV-LIMITE-NUEVO = WSV-CIENTOS * 100
              IF WSV-LIMITE-NUEVO > WSV-TOPE-LIMITE
                 MOVE WSV-TOPE-LIMITE TO WSV-LIMITE-NUEVO
              END-IF
              IF WSV-LIMITE-NUEVO NOT > ACCT-LIMIT
                 MOVE SPACE TO WSV-TIPO
              END-IF
           END-IF
           IF WSV-TIPO = 'D'
              COMPUTE WSV-CIENTOS =
                 (ACCT-LIMIT - ACCT-LIMIT * WSV-PCT-DISMIN / 100)
                 / 100
              COMPUTE WSV-LIMITE-NUEVO = WSV-CIENTOS * 100
              MOVE ZERO TO WSV-LIMITE-PISO
              IF ACCT-BALANCE > ZERO
                 COMPUTE WSV-CIENTOS = (ACCT-BALANCE + 99.99) / 100
                 COMPUTE WSV-LIMITE-PISO = WSV-CIENTOS * 100
              END-IF
              IF WSV-LIMITE-NUEVO < WSV-LIMITE-PISO
                 MOVE WSV-LIMITE-PISO TO WSV-LIMITE-NUEVO
              END-IF
              IF WSV-LIMITE-NUEVO NOT < ACCT-LIMIT
                 MOVE SPACE TO WSV-TIPO
              END-IF
           END-IF.


       ESCRIBE-PROPUESTA.
           MOVE SPACES             TO REG-PROPUESTA
           MOVE ACCT-ID            TO PRO-ACCTNO
           MOVE WSV-TIPO           TO PRO-TIPO
           MOVE ACCT-LIMIT         TO PRO-LIMITE-ACTUAL
           MOVE WSV-LIMITE-NUEVO   TO PRO-LIMITE-PROPUESTO
           MOVE ACCT-BALANCE       TO PRO-BALANCE
           MOVE WSV-SCORE          TO PRO-SCORE
           MOVE WSV-UTIL-PROMEDIO  TO PRO-UTIL-PROMEDIO
           MOVE WSV-UTIL-MAXIMA    TO PRO-UTIL-MAXIMA
           MOVE WSV-CICLOS-MOROSOS TO PRO-CICLOS-MOROSOS
           MOVE CC-CUBETA          TO PRO-CUBETA
           MOVE WSV-ANTIG-MESES    TO PRO-ANTIG-MESES
           MOVE WSV-RAZON          TO PRO-RAZON
           MOVE WSV-FECHA-REVISION TO PRO-FECHA-REVISION
           MOVE ZERO               TO PRO-LIMITE-AUTORIZADO
           WRITE REG-PROPUESTA
           IF PRO-AUMENTO
              ADD 1 TO A990-AUMENTOS
              COMPUTE A990-TOT-AUMENTO = A990-TOT-AUMENTO
                 + WSV-LIMITE-NUEVO - ACCT-LIMIT
              MOVE 'AUMENTO'     TO DP-TIPO
           ELSE
              ADD 1 TO A990-DISMINUCIONES
              COMPUTE A990-TOT-DISMIN = A990-TOT-DISMIN
                 + ACCT-LIMIT - WSV-LIMITE-NUEVO
              MOVE 'DISMINUCION' TO DP-TIPO
           END-IF
           MOVE ACCT-ID            TO DP-ACCTNO
           MOVE ACCT-LIMIT         TO DP-LIMITE-ACTUAL
           MOVE WSV-LIMITE-NUEVO   TO DP-LIMITE-PROP
           MOVE WSV-SCORE          TO DP-SCORE
           MOVE WSV-UTIL-PROMEDIO  TO DP-UTIL
           MOVE WSV-CICLOS-MOROSOS TO DP-MOROSOS
           MOVE CC-CUBETA          TO DP-CUBETA
           MOVE WSV-ANTIG-MESES    TO DP-ANTIG
           MOVE WSV-RAZON          TO DP-RAZON
           WRITE REPREC FROM DETALLE-PROPUESTA.


       CIFRAS-PROPUESTA.
           WRITE REPREC FROM LINEA-BLANCA
           MOVE SPACES TO DETALLE-CIFRA
           MOVE 'CUENTAS DE LA TABLA              :' TO DC-TEXTO
           MOVE A990-REG-LEIDOS TO DC-CIFRA
           MOVE ZERO TO DC-MONTO
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'CUENTAS DADAS DE BAJA (OMITIDAS) :' TO DC-TEXTO
           MOVE A990-BAJAS TO DC-CIFRA
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'INACTIVAS/DORMIDAS/BENEF (OMIT.) :' TO DC-TEXTO
           MOVE A990-NO-VIGENTES TO DC-CIFRA
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'FOTOS LEIDAS                     :' TO DC-TEXTO
           MOVE A990-FOTOS-LEIDAS TO DC-CIFRA
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'SIN HISTORIA SUFICIENTE          :' TO DC-TEXTO
           MOVE A990-SIN-HISTORIA TO DC-CIFRA
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'SIN CAMBIO PROPUESTO             :' TO DC-TEXTO
           MOVE A990-SIN-CAMBIO TO DC-CIFRA
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'AUMENTOS PROPUESTOS              :' TO DC-TEXTO
           MOVE A990-AUMENTOS TO DC-CIFRA
           MOVE A990-TOT-AUMENTO TO DC-MONTO
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'DISMINUCIONES PROPUESTAS         :' TO DC-TEXTO
           MOVE A990-DISMINUCIONES TO DC-CIFRA
           MOVE A990-TOT-DISMIN TO DC-MONTO
           WRITE REPREC FROM DETALLE-CIFRA.


      ***************************************************
      * APLICA-APROBACIONES: modo 'A'. Solo la propuesta *
      * aprobada ('S') con oficial genera transaccion; el *
      * renglon se relee y se rechaza si el limite ya no  *
      * es el que se reviso                               *
      ***************************************************
       APLICA-APROBACIONES.
           OPEN INPUT  APRO-IN
           OPEN OUTPUT TRANS-OUT
           WRITE REPREC FROM HEADER-APROBACION
           SET NO-FIN-ARCHIVO TO TRUE
           PERFORM LEE-APROBACION UNTIL FIN-ARCHIVO
           CLOSE APRO-IN
           CLOSE TRANS-OUT
           PERFORM CIFRAS-APROBACION.

       LEE-APROBACION.
           READ APRO-IN INTO REG-PROPUESTA
              AT END
                 SET FIN-ARCHIVO TO TRUE
              NOT AT END
                 ADD 1 TO A990-APRO-LEIDAS
                 PERFORM PROCESA-APROBACION
           END-READ.

       PROCESA-APROBACION.
           MOVE PRO-ACCTNO  TO DA-ACCTNO
           MOVE PRO-OFICIAL TO DA-OFICIAL
           MOVE SPACES      TO WSV-RAZON
           MOVE PRO-LIMITE-PROPUESTO TO WSV-LIMITE-NUEVO
           IF PRO-LIMITE-AUTORIZADO IS NUMERIC
           AND PRO-LIMITE-AUTORIZADO NOT = ZERO
              MOVE PRO-LIMITE-AUTORIZADO TO WSV-LIMITE-NUEVO
           END-IF
           MOVE WSV-LIMITE-NUEVO TO DA-LIMITE-NUEVO
           EVALUATE PRO-DECISION
              WHEN 'S'
                 PERFORM VALIDA-APROBACION
                 IF WSV-RAZON = SPACES
                    PERFORM ESCRIBE-TRANSACCION
                    ADD 1 TO A990-APROBADAS
                    MOVE 'TRANSACCION' TO DA-EVENTO
                    MOVE PRO-RAZON     TO DA-RAZON
                 ELSE
                    ADD 1 TO A990-RECHAZADAS
                    MOVE 'RECHAZADA'   TO DA-EVENTO
                    MOVE WSV-RAZON     TO DA-RAZON
                 END-IF
              WHEN 'N'
                 ADD 1 TO A990-NO-APROBADAS
                 MOVE 'NO APROBADA'    TO DA-EVENTO
                 MOVE PRO-RAZON        TO DA-RAZON
              WHEN OTHER
                 ADD 1 TO A990-SIN-DECISION
                 MOVE 'SIN DECISION'   TO DA-EVENTO
                 MOVE PRO-RAZON        TO DA-RAZON
           END-EVALUATE
           WRITE REPREC FROM DETALLE-APROBACION.


       VALIDA-APROBACION.
           MOVE PRO-ACCTNO TO ACCT-ID
           EXEC SQL
                SELECT LIMIT, BALANCE, SURNAME, FIRSTN,
                       ADDRESS1, ADDRESS2, ADDRESS3, RESERVED
                  INTO :ACCT-LIMIT, :ACCT-BALANCE, :ACCT-APEP,
                       :ACCT-NAME, :ACCT-DIRE1, :ACCT-DIRE2,
                       :ACCT-DIRE3, :ACCT-RESER
                  FROM Z94474T
                 WHERE ACCTNO = :ACCT-ID
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = SQLCODE100
                 MOVE 'CUENTA YA NO EXISTE EN LA TABLA' TO WSV-RAZON
              WHEN SQLCODE NOT = SQLCODE0
                 MOVE 'ERROR EN SELECT DE Z94474T' TO UD-ERROR-MESSAGE
                 DISPLAY UD-ERROR-MESSAGE ' SQLCODE=' SQLCODE
                 STOP RUN
              WHEN PRO-OFICIAL = SPACES
                 MOVE 'APROBADA SIN CLAVE DE OFICIAL' TO WSV-RAZON
              WHEN ACCT-RESER = 'BAJA'
                 MOVE 'CUENTA DADA DE BAJA' TO WSV-RAZON
                 ADD 1 TO A990-RECH-NO-VIGEN
              WHEN ACCT-RESER = 'INACTIV'
                 MOVE 'CUENTA INACTIVA' TO WSV-RAZON
                 ADD 1 TO A990-RECH-NO-VIGEN
              WHEN ACCT-RESER = 'DORMIDA'
                 MOVE 'CUENTA DORMIDA' TO WSV-RAZON
                 ADD 1 TO A990-RECH-NO-VIGEN
              WHEN ACCT-RESER = 'BENEFIC'
                 MOVE 'CUENTA EN BENEFICENCIA' TO WSV-RAZON
                 ADD 1 TO A990-RECH-NO-VIGEN
              WHEN ACCT-LIMIT NOT = PRO-LIMITE-ACTUAL
                 MOVE 'EL LIMITE CAMBIO DESDE LA PROPUESTA'
                   TO WSV-RAZON
              WHEN WSV-LIMITE-NUEVO = ACCT-LIMIT
                 MOVE 'LIMITE AUTORIZADO IGUAL AL ACTUAL'
                   TO WSV-RAZON
              WHEN WSV-LIMITE-NUEVO < ACCT-BALANCE
                 MOVE 'LIMITE AUTORIZADO MENOR AL SALDO'
                   TO WSV-RAZON
           END-EVALUATE.


      *Cambio completo como lo espera Z94474M: el limite nuevo con
      *el saldo y domicilio vigentes, a nombre del oficial
       ESCRIBE-TRANSACCION.
           MOVE SPACES           TO REG-TRANS-MTTO
           MOVE PRO-ACCTNO       TO TRANS-ACCTNO
           MOVE 'C'              TO TRANS-ACCION
           MOVE WSV-LIMITE-NUEVO TO TRANS-LIMIT
           MOVE ACCT-BALANCE     TO TRANS-BALANCE
           MOVE ACCT-APEP        TO TRANS-SURNAME
           MOVE ACCT-NAME        TO TRANS-FIRSTN
           MOVE ACCT-DIRE1       TO TRANS-ADDRESS1
           MOVE ACCT-DIRE2       TO TRANS-ADDRESS2
           MOVE ACCT-DIRE3       TO TRANS-ADDRESS3
           STRING 'REVISION DE LIMITE ' PRO-FECHA-REVISION ' '
                  DELIMITED BY SIZE
                  PRO-RAZON DELIMITED BY '  '
                  INTO TRANS-COMMENTS
           MOVE PRO-OFICIAL      TO TRANS-OPERADOR
           MOVE SPACES           TO TRANS-FEC-EFECTIVA
           WRITE REG-TRANS-MTTO.


       CIFRAS-APROBACION.
           WRITE REPREC FROM LINEA-BLANCA
           MOVE SPACES TO DETALLE-CIFRA
           MOVE ZERO TO DC-MONTO
           MOVE 'PROPUESTAS LEIDAS                :' TO DC-TEXTO
           MOVE A990-APRO-LEIDAS TO DC-CIFRA
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'TRANSACCIONES DE CAMBIO ESCRITAS :' TO DC-TEXTO
           MOVE A990-APROBADAS TO DC-CIFRA
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'APROBADAS PERO RECHAZADAS        :' TO DC-TEXTO
           MOVE A990-RECHAZADAS TO DC-CIFRA
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE '  DE ELLAS, EN CUENTA NO VIGENTE :' TO DC-TEXTO
           MOVE A990-RECH-NO-VIGEN TO DC-CIFRA
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'NO APROBADAS POR EL OFICIAL      :' TO DC-TEXTO
           MOVE A990-NO-APROBADAS TO DC-CIFRA
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'SIN DECISION DEL OFICIAL         :' TO DC-TEXTO
           MOVE A990-SIN-DECISION TO DC-CIFRA
           WRITE REPREC FROM DETALLE-CIFRA
           IF A990-RECHAZADAS > ZERO OR A990-SIN-DECISION > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.


       LEE-CICLO.
           IF NO-FIN-CICLO
              READ CICLO-IN
                 AT END
                    SET FIN-CICLO TO TRUE
              END-READ
           END-IF
           IF FIN-CICLO
              MOVE HIGH-VALUES TO WSV-LLAVE-CICLO
           ELSE
              IF CIN-ACCTNO NOT > WSV-ACCTNO-ANT
                 DISPLAY 'Z94474L CICLOIN FUERA DE ORDEN EN LA CUENTA '
                         CIN-ACCTNO
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE CIN-ACCTNO TO WSV-LLAVE-CICLO
              MOVE CIN-ACCTNO TO WSV-ACCTNO-ANT
           END-IF.


       LEE-CURSOR.
           EXEC SQL
                FETCH CURREVISION
                INTO :ACCT-ID, :ACCT-LIMIT, :ACCT-BALANCE,
                     :ACCT-RESER
           END-EXEC
           EVALUATE SQLCODE
              WHEN SQLCODE0
                 MOVE ACCT-ID TO WSV-LLAVE-TABLA
              WHEN SQLCODE100
                 SET FIN-CURSOR TO TRUE
                 MOVE HIGH-VALUES TO WSV-LLAVE-TABLA
              WHEN OTHER
                 MOVE 'ERROR EN FETCH' TO UD-ERROR-MESSAGE
                 DISPLAY UD-ERROR-MESSAGE ' SQLCODE=' SQLCODE
                 STOP RUN
           END-EVALUATE.


       ABRO-CURSOR.
           SET NO-FIN-CURSOR TO TRUE
           EXEC SQL
                OPEN CURREVISION
           END-EXEC
           IF SQLCODE NOT = SQLCODE0
              MOVE 'ERROR EN OPEN CURSOR' TO UD-ERROR-MESSAGE
              DISPLAY UD-ERROR-MESSAGE ' SQLCODE=' SQLCODE
              STOP RUN
           END-IF.


       CIERRO-CURSOR.
           EXEC SQL
                CLOSE CURREVISION
           END-EXEC
           IF SQLCODE NOT = SQLCODE0
              MOVE 'ERROR EN CLOSE CURSOR' TO UD-ERROR-MESSAGE
              DISPLAY UD-ERROR-MESSAGE ' SQLCODE=' SQLCODE
              STOP RUN
           END-IF.
