      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    Z94474E.
       AUTHOR.        Xideral.

      *________________________________________________________________*
      *                                                                *
      *   CUENTAS INACTIVAS, DORMIDAS Y TRASPASO A BENEFICENCIA        *
      *   PUBLICA - TABLA Z94474T                                      *
      *                                                                *
      * La ley obliga a avisar al titular de una cuenta sin           *
      * movimiento y, pasado el plazo, a traspasar el saldo a su      *
      * favor a la Beneficencia Publica. La ultima actividad de cada  *
      * cuenta es el renglon mas reciente de historia Z94474H que     *
      * dejan los movimientos (Z94474D, accion 'T') y el              *
      * mantenimiento (Z94474M / Z94474O, acciones 'A' y 'C'); los    *
      * intereses y los cambios de estatus de este programa no        *
      * cuentan como actividad del titular.                           *
      *                                                                *
      * Corrida mensual: con los plazos en meses de la tarjeta        *
      * clasifica cada cuenta en ACTIVA, INACTIVA ('INACTIV' en       *
      * RESERVED), DORMIDA ('DORMIDA') o a BENEFICENCIA ('BENEFIC');  *
      * cada cambio de estatus se guarda con su renglon de historia   *
      * (accion 'E') y su propio COMMIT, y al entrar a cada etapa     *
      * se emite la carta de aviso al titular (CARTAS). La cuenta que *
      * llega al plazo de Beneficencia con saldo a favor del titular  *
      * (BALANCE negativo) sale en el archivo de traspaso (TRANSBEN)  *
      * con su saldo y queda en ceros; sin saldo a favor sigue        *
      * DORMIDA. La cuenta inactiva o dormida que vuelve a tener      *
      * actividad regresa a ACTIVA. Z94474D no acepta compras en      *
      * cuentas DORMIDA o BENEFIC y Z94474O muestra el estatus.       *
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
      *Tarjeta de parametros: fecha de proceso y plazos en meses
           SELECT PARM-REC
                  ASSIGN TO PARMFILE.
      *Cartas de aviso al titular
           SELECT CARTA-REC
                  ASSIGN TO CARTAS.
      *Saldos a traspasar a la Beneficencia Publica
           SELECT BENEF-REC
                  ASSIGN TO TRANSBEN.



      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  REPOUT
               RECORD CONTAINS 100 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS REPREC.

       01 REPREC                       PIC X(100).

      *Tarjeta: fecha de proceso (en blanco, la del sistema) y meses
      *sin actividad para INACTIVA, DORMIDA y BENEFICENCIA (en ceros,
      *12, 36 y 72)
       FD  PARM-REC RECORDING MODE F.
       01 PARM-FIELDS.
          05 PARM-FECHA-PROCESO PIC X(08).
          05 PARM-MESES-INACTIVA PIC 9(03).
          05 PARM-MESES-DORMIDA PIC 9(03).
          05 PARM-MESES-BENEF   PIC 9(03).
          05 FILLER             PIC X(63).

       FD  CARTA-REC
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS REG-CARTA.

       01 REG-CARTA                    PIC X(80).

      *Traspaso a Beneficencia: titular, saldo a favor que se
      *traspasa, ultima actividad y fecha del traspaso
       FD  BENEF-REC RECORDING MODE F.
       01 REG-BENEFICENCIA.
          05 TB-ACCTNO          PIC X(08).
          05 TB-APELLIDO        PIC X(20).
          05 TB-NOMBRE          PIC X(15).
          05 TB-IMPORTE         PIC 9(07)V99.
          05 TB-FECHA-ULT-ACT   PIC 9(08).
          05 TB-FECHA-TRASPASO  PIC 9(08).
          05 TB-DOMICILIO3      PIC X(15).
          05 FILLER             PIC X(17).


       WORKING-STORAGE SECTION.
       01 FLAGS.
          05 FLAG-CURSOR        PIC X             VALUE SPACE.
             88 FIN-CURSOR                        VALUE 'Y'.
             88 NO-FIN-CURSOR                     VALUE 'N'.

      *Estatus de inactividad que se guardan en RESERVED
       01 WSC-ESTATUS.
          05 WSC-ACTIVA         PIC X(07)         VALUE SPACES.
          05 WSC-INACTIVA       PIC X(07)         VALUE 'INACTIV'.
          05 WSC-DORMIDA        PIC X(07)         VALUE 'DORMIDA'.
          05 WSC-BENEFICENCIA   PIC X(07)         VALUE 'BENEFIC'.

       01 WSV-FECHA-PROCESO     PIC 9(08)         VALUE ZERO.
       01 FILLER REDEFINES WSV-FECHA-PROCESO.
          05 WSV-PROC-AAAA      PIC 9(04).
          05 WSV-PROC-MM        PIC 9(02).
          05 WSV-PROC-DD        PIC 9(02).
       01 WSV-MESES-INACTIVA    PIC 9(03)         VALUE 012.
       01 WSV-MESES-DORMIDA     PIC 9(03)         VALUE 036.
       01 WSV-MESES-BENEF       PIC 9(03)         VALUE 072.

       01 FECHA-HORA-CORRIDA.
          05 WSV-FECHA-SISTEMA  PIC 9(08).
          05 WSV-HORA-SISTEMA   PIC 9(08).

       01 VARIABLES.
          05 WSV-FECHA-ACTIVIDAD PIC 9(08)        VALUE ZERO.
          05 FILLER REDEFINES WSV-FECHA-ACTIVIDAD.
             10 WSV-ACT-AAAA    PIC 9(04).
             10 WSV-ACT-MM      PIC 9(02).
             10 WSV-ACT-DD      PIC 9(02).
          05 WSV-MESES-SIN-ACT  PIC S9(05)        VALUE ZERO.
          05 WSV-ESTATUS-NVO    PIC X(07)         VALUE SPACES.
          05 WSV-TRASPASO       PIC 9(07)V99      VALUE ZERO.
          05 WSV-IDX-CARTA      PIC 9(01)         VALUE ZERO.
          05 WSV-IDX-LINEA      PIC 9(01)         VALUE ZERO.
          05 WSV-EVENTO         PIC X(16)         VALUE SPACES.

      *Texto de las cartas: titulo y tres renglones por etapa
      *(1 inactiva, 2 dormida, 3 traspaso a Beneficencia)
       01 WSC-TEXTO-CARTAS.
          05 FILLER PIC X(60) VALUE
             'AVISO DE CUENTA INACTIVA'.
          05 FILLER PIC X(60) VALUE
             'SU CUENTA NO HA TENIDO MOVIMIENTOS EN EL PLAZO QUE'.
          05 FILLER PIC X(60) VALUE
             'SENALA LA LEY. CUALQUIER PAGO, COMPRA O TRAMITE EN'.
          05 FILLER PIC X(60) VALUE
             'SUCURSAL LA MANTIENE ACTIVA.'.
          05 FILLER PIC X(60) VALUE
             'AVISO DE CUENTA DORMIDA'.
          05 FILLER PIC X(60) VALUE
             'SU CUENTA SIGUE SIN MOVIMIENTOS Y SE CLASIFICO COMO'.
          05 FILLER PIC X(60) VALUE
             'DORMIDA: NO SE ACEPTAN COMPRAS. DE SEGUIR ASI, EL SALDO'.
          05 FILLER PIC X(60) VALUE
             'A SU FAVOR SE TRASPASARA A LA BENEFICENCIA PUBLICA.'.
          05 FILLER PIC X(60) VALUE
             'AVISO DE TRASPASO A LA BENEFICENCIA PUBLICA'.
          05 FILLER PIC X(60) VALUE
             'VENCIDO EL PLAZO LEGAL SIN MOVIMIENTOS, EL SALDO A SU'.
          05 FILLER PIC X(60) VALUE
             'FAVOR SE TRASPASO A LA BENEFICENCIA PUBLICA, DONDE'.
          05 FILLER PIC X(60) VALUE
             'PUEDE RECLAMARLO. LA CUENTA QUEDA CANCELADA.'.
       01 FILLER REDEFINES WSC-TEXTO-CARTAS.
          05 WSC-CARTA          OCCURS 3 TIMES.
             10 WSC-CARTA-TITULO PIC X(60).
             10 WSC-CARTA-LINEA PIC X(60)         OCCURS 3 TIMES.

       01 LINEA-CARTA.
          05 FILLER             PIC X(10)         VALUE SPACES.
          05 LC-TEXTO           PIC X(70).

       01 LINEA-CARTA-CUENTA.
          05 FILLER             PIC X(10)         VALUE SPACES.
          05 FILLER             PIC X(08)         VALUE 'CUENTA: '.
          05 LCC-ACCTNO         PIC X(08).
          05 FILLER             PIC X(21)
                                VALUE '  ULTIMO MOVIMIENTO: '.
          05 LCC-FECHA          PIC 9(08).
          05 FILLER             PIC X(08)         VALUE '  SALDO:'.
          05 LCC-SALDO          PIC -Z,ZZZ,ZZ9.99.
          05 FILLER             PIC X(04)         VALUE SPACES.

       01 LINEA-CARTA-FIN       PIC X(80)         VALUE ALL '='.

       01 CIFRAS-CONTROL.
          05 A990-REG-LEIDOS    PIC 9(07)         VALUE ZERO.
          05 A990-OMITIDAS      PIC 9(07)         VALUE ZERO.
          05 A990-SIN-ACTIVIDAD PIC 9(07)         VALUE ZERO.
          05 A990-ACTIVAS       PIC 9(07)         VALUE ZERO.
          05 A990-INACTIVAS     PIC 9(07)         VALUE ZERO.
          05 A990-DORMIDAS      PIC 9(07)         VALUE ZERO.
          05 A990-A-BENEF       PIC 9(07)         VALUE ZERO.
          05 A990-REACTIVADAS   PIC 9(07)         VALUE ZERO.
          05 A990-SIN-SALDO-FAV PIC 9(07)         VALUE ZERO.
          05 A990-CARTAS        PIC 9(07)         VALUE ZERO.
          05 A990-RECHAZADAS    PIC 9(07)         VALUE ZERO.
          05 A990-TOT-TRASPASO  PIC S9(11)V99     VALUE ZERO.
          05 A990-TOT-DELTA     PIC S9(11)V99     VALUE ZERO.

      *****************************************************
      * Print format for the report                       *
      *****************************************************
       01  HEADER-1.
           05 FILLER PIC X(11) VALUE '-------- '.
           05 FILLER PIC X(40) VALUE
                 'INACTIVIDAD Y BENEFICENCIA Z94474T '.
           05 FILLER PIC X(10) VALUE '---------'.

       01  HEADER-2.
           05 FILLER            PIC X(09) VALUE 'PROCESO: '.
           05 H2-FECHA          PIC 9(08).
           05 FILLER            PIC X(20) VALUE
                 '  MESES INACTIVA: '.
           05 H2-INACTIVA       PIC ZZ9.
           05 FILLER            PIC X(11) VALUE '  DORMIDA: '.
           05 H2-DORMIDA        PIC ZZ9.
           05 FILLER            PIC X(15) VALUE '  BENEFICENCIA:'.
           05 H2-BENEF          PIC ZZZ9.
           05 FILLER            PIC X(27) VALUE SPACES.

       01  HEADER-DETALLE.
           05 FILLER            PIC X(50) VALUE
                 'CUENTA   EVENTO           ANTES   AHORA   ULT.ACT.'.
           05 FILLER            PIC X(50) VALUE
                 ' MESES         SALDO'.

       01  DETALLE-ESTATUS.
           05 DE-ACCTNO         PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DE-EVENTO         PIC X(16).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DE-ANTES          PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DE-AHORA          PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DE-FECHA-ACT      PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DE-MESES          PIC ZZZZ9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DE-SALDO          PIC -Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(30) VALUE SPACES.

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
      * cuenta; WITH HOLD porque cada cuenta confirma su  *
      * propia unidad de trabajo                          *
      *****************************************************
                EXEC SQL DECLARE CURINACTIVAS CURSOR WITH HOLD FOR
                        SELECT ACCTNO, LIMIT, BALANCE, SURNAME,
                               FIRSTN, ADDRESS1, ADDRESS2, ADDRESS3,
                               RESERVED, COMMENTS
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
          02 ACCT-COMMENT      PIC X(50).
          02 HIST-FECHA-MAX    PIC X(8).
          02 IND-FECHA-MAX     PIC S9(4) COMP.

       01 HOST-VARIABLES-NVOS.
          02 ACCT-BALANCE-NVO   PIC S9(7)V99 COMP-3.
          02 ACCT-RESER-NVO     PIC X(7).

      *Imagenes para la historia (el despues cambia el estatus y,
      *en el traspaso, el saldo)
       01 HIST-VARIABLES.
          02 HIST-ACCION        PIC X(01).
          02 HIST-FECHA         PIC X(08).
          02 HIST-HORA          PIC X(08).
          02 WSC-OPERADOR       PIC X(08)        VALUE 'Z94474E '.


      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

       START-PROGRAM.
           OPEN OUTPUT REPOUT.
           OPEN OUTPUT CARTA-REC.
           OPEN OUTPUT BENEF-REC.
           ACCEPT WSV-FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WSV-HORA-SISTEMA  FROM TIME
           PERFORM LEE-PARAMETROS.
           WRITE REPREC FROM HEADER-1.
           MOVE WSV-FECHA-PROCESO  TO H2-FECHA.
           MOVE WSV-MESES-INACTIVA TO H2-INACTIVA.
           MOVE WSV-MESES-DORMIDA  TO H2-DORMIDA.
           MOVE WSV-MESES-BENEF    TO H2-BENEF.
           WRITE REPREC FROM HEADER-2.
           WRITE REPREC FROM LINEA-BLANCA.
           WRITE REPREC FROM HEADER-DETALLE.
           PERFORM ABRO-CURSOR.
           PERFORM LEE-CURSOR.
           PERFORM PROCESA-CUENTA UNTIL FIN-CURSOR.
           PERFORM CIERRO-CURSOR.
           PERFORM ESCRIBE-CIFRAS.

       END-PROGRAM.
           WRITE REPREC FROM FOOTER-LINES.
           CLOSE REPOUT.
           CLOSE CARTA-REC.
           CLOSE BENEF-REC.
           GOBACK.


       LEE-PARAMETROS.
           OPEN INPUT PARM-REC
           READ PARM-REC
              AT END
                 DISPLAY 'Z94474E FALTA TARJETA DE PARAMETROS'
                 MOVE 16 TO RETURN-CODE
                 CLOSE PARM-REC
                 STOP RUN
           END-READ
           CLOSE PARM-REC
           IF PARM-FECHA-PROCESO IS NUMERIC
              MOVE PARM-FECHA-PROCESO TO WSV-FECHA-PROCESO
           ELSE
              MOVE WSV-FECHA-SISTEMA TO WSV-FECHA-PROCESO
           END-IF
           IF PARM-MESES-INACTIVA IS NUMERIC
           AND PARM-MESES-INACTIVA NOT = ZERO
              MOVE PARM-MESES-INACTIVA TO WSV-MESES-INACTIVA
           END-IF
           IF PARM-MESES-DORMIDA IS NUMERIC
           AND PARM-MESES-DORMIDA NOT = ZERO
              MOVE PARM-MESES-DORMIDA TO WSV-MESES-DORMIDA
           END-IF
           IF PARM-MESES-BENEF IS NUMERIC
           AND PARM-MESES-BENEF NOT = ZERO
              MOVE PARM-MESES-BENEF TO WSV-MESES-BENEF
           END-IF
           IF WSV-MESES-INACTIVA NOT < WSV-MESES-DORMIDA
           OR WSV-MESES-DORMIDA NOT < WSV-MESES-BENEF
              DISPLAY 'Z94474E LOS PLAZOS DEBEN SER CRECIENTES: '
                      WSV-MESES-INACTIVA ' / ' WSV-MESES-DORMIDA
                      ' / ' WSV-MESES-BENEF
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.


      ***************************************************
      * PROCESA-CUENTA: las cuentas dadas de baja, ya    *
      * traspasadas o con otro estatus no se tocan; a    *
      * las activas, inactivas y dormidas se les         *
      * calcula el estatus por meses sin actividad y se  *
      * guarda si cambio                                 *
      ***************************************************
       PROCESA-CUENTA.
           ADD 1 TO A990-REG-LEIDOS
           IF ACCT-RESER NOT = WSC-ACTIVA
           AND ACCT-RESER NOT = WSC-INACTIVA
           AND ACCT-RESER NOT = WSC-DORMIDA
              ADD 1 TO A990-OMITIDAS
           ELSE
              PERFORM OBTIENE-ACTIVIDAD
              IF WSV-FECHA-ACTIVIDAD = ZERO
                 ADD 1 TO A990-SIN-ACTIVIDAD
                 MOVE 'SIN ACTIVIDAD' TO WSV-EVENTO
                 MOVE ACCT-RESER      TO WSV-ESTATUS-NVO
                 PERFORM ESCRIBE-DETALLE
              ELSE
                 PERFORM CLASIFICA-CUENTA
              END-IF
           END-IF
           PERFORM LEE-CURSOR.


      ***************************************************
      * OBTIENE-ACTIVIDAD: fecha del ultimo movimiento o *
      * mantenimiento de la cuenta en la historia        *
      ***************************************************
       OBTIENE-ACTIVIDAD.
           MOVE ZERO TO WSV-FECHA-ACTIVIDAD
           MOVE ZERO TO WSV-MESES-SIN-ACT
           EXEC SQL
                SELECT MAX(FECHA)
                  INTO :HIST-FECHA-MAX :IND-FECHA-MAX
                  FROM Z94474H
                 WHERE ACCTNO = :ACCT-ID
                   AND ACCION IN ('A', 'C', 'T')
           END-EXEC
           EVALUATE SQLCODE
              WHEN SQLCODE0
                 IF IND-FECHA-MAX NOT < ZERO
                 AND HIST-FECHA-MAX IS NUMERIC
                    MOVE HIST-FECHA-MAX TO WSV-FECHA-ACTIVIDAD
                 END-IF
              WHEN SQLCODE100
                 CONTINUE
              WHEN OTHER
                 MOVE 'ERROR EN SELECT DE Z94474H' TO UD-ERROR-MESSAGE
                 DISPLAY UD-ERROR-MESSAGE ' SQLCODE=' SQLCODE
                 STOP RUN
           END-EVALUATE
           IF WSV-FECHA-ACTIVIDAD NOT = ZERO
              COMPUTE WSV-MESES-SIN-ACT =
                 (WSV-PROC-AAAA - WSV-ACT-AAAA) * 12
                 + WSV-PROC-MM - WSV-ACT-MM
              IF WSV-PROC-DD < WSV-ACT-DD
                 SUBTRACT 1 FROM WSV-MESES-SIN-ACT
              END-IF
              IF WSV-MESES-SIN-ACT < ZERO
                 MOVE ZERO TO WSV-MESES-SIN-ACT
              END-IF
           END-IF.


      ***************************************************
      * CLASIFICA-CUENTA: al plazo de Beneficencia solo  *
      * se traspasa un saldo a favor del titular; sin el *
      * la cuenta sigue DORMIDA                          *
      ***************************************************
       CLASIFICA-CUENTA.
           MOVE ZERO TO WSV-TRASPASO
           EVALUATE TRUE
              WHEN WSV-MESES-SIN-ACT NOT < WSV-MESES-BENEF
                 IF ACCT-BALANCE < ZERO
                    MOVE WSC-BENEFICENCIA TO WSV-ESTATUS-NVO
                    COMPUTE WSV-TRASPASO = ZERO - ACCT-BALANCE
                 ELSE
                    MOVE WSC-DORMIDA TO WSV-ESTATUS-NVO
                    ADD 1 TO A990-SIN-SALDO-FAV
                 END-IF
              WHEN WSV-MESES-SIN-ACT NOT < WSV-MESES-DORMIDA
                 MOVE WSC-DORMIDA TO WSV-ESTATUS-NVO
              WHEN WSV-MESES-SIN-ACT NOT < WSV-MESES-INACTIVA
                 MOVE WSC-INACTIVA TO WSV-ESTATUS-NVO
              WHEN OTHER
                 MOVE WSC-ACTIVA TO WSV-ESTATUS-NVO
           END-EVALUATE
           IF WSV-ESTATUS-NVO = ACCT-RESER
              PERFORM CUENTA-ESTATUS
           ELSE
              PERFORM CAMBIA-ESTATUS
           END-IF.


      ***************************************************
      * CAMBIA-ESTATUS guarda el estatus nuevo (y en el  *
      * traspaso el saldo en ceros) con su historia en   *
      * la misma unidad de trabajo; confirmado, emite la *
      * carta de la etapa y el registro de traspaso      *
      ***************************************************
       CAMBIA-ESTATUS.
           MOVE WSV-ESTATUS-NVO TO ACCT-RESER-NVO
           MOVE ACCT-BALANCE    TO ACCT-BALANCE-NVO
           IF WSV-ESTATUS-NVO = WSC-BENEFICENCIA
              MOVE ZERO TO ACCT-BALANCE-NVO
           END-IF
           EXEC SQL
                UPDATE Z94474T
                   SET RESERVED = :ACCT-RESER-NVO,
                       BALANCE  = :ACCT-BALANCE-NVO
                 WHERE ACCTNO   = :ACCT-ID
                END-EXEC
           IF SQLCODE = SQLCODE0
              PERFORM INSERTA-HISTORIA
           END-IF
           IF SQLCODE = SQLCODE0
              EXEC SQL COMMIT END-EXEC
              COMPUTE A990-TOT-DELTA = A990-TOT-DELTA
                 + ACCT-BALANCE-NVO - ACCT-BALANCE
              PERFORM CUENTA-ESTATUS
              EVALUATE WSV-ESTATUS-NVO
                 WHEN WSC-INACTIVA
                    MOVE 'PASA A INACTIVA' TO WSV-EVENTO
                    MOVE 1 TO WSV-IDX-CARTA
                    PERFORM ESCRIBE-CARTA
                 WHEN WSC-DORMIDA
                    MOVE 'PASA A DORMIDA'  TO WSV-EVENTO
                    MOVE 2 TO WSV-IDX-CARTA
                    PERFORM ESCRIBE-CARTA
                 WHEN WSC-BENEFICENCIA
                    MOVE 'A BENEFICENCIA'  TO WSV-EVENTO
                    MOVE 3 TO WSV-IDX-CARTA
                    PERFORM ESCRIBE-CARTA
                    PERFORM ESCRIBE-TRASPASO
                 WHEN OTHER
                    MOVE 'REACTIVADA'      TO WSV-EVENTO
                    ADD 1 TO A990-REACTIVADAS
              END-EVALUATE
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              ADD 1 TO A990-RECHAZADAS
              MOVE 'NO ACTUALIZADA' TO WSV-EVENTO
              DISPLAY 'Z94474E CUENTA NO ACTUALIZADA, SQLCODE='
                      SQLCODE ' CUENTA=' ACCT-ID
           END-IF
           PERFORM ESCRIBE-DETALLE.


       CUENTA-ESTATUS.
           EVALUATE WSV-ESTATUS-NVO
              WHEN WSC-INACTIVA
                 ADD 1 TO A990-INACTIVAS
              WHEN WSC-DORMIDA
                 ADD 1 TO A990-DORMIDAS
              WHEN WSC-BENEFICENCIA
                 ADD 1 TO A990-A-BENEF
              WHEN OTHER
                 ADD 1 TO A990-ACTIVAS
           END-EVALUATE.


       INSERTA-HISTORIA.
           MOVE 'E' TO HIST-ACCION
           MOVE WSV-FECHA-SISTEMA TO HIST-FECHA
           MOVE WSV-HORA-SISTEMA  TO HIST-HORA
           EXEC SQL
                INSERT INTO Z94474H
                  (ACCTNO, ACCION, OPERADOR, FECHA, HORA,
                   B_LIMIT, B_BALANCE, B_SURNAME, B_FIRSTN,
                   B_ADDRESS1, B_ADDRESS2, B_ADDRESS3,
                   B_RESERVED, B_COMMENTS,
                   A_LIMIT, A_BALANCE, A_SURNAME, A_FIRSTN,
                   A_ADDRESS1, A_ADDRESS2, A_ADDRESS3,
                   A_RESERVED, A_COMMENTS)
                VALUES
                  (:ACCT-ID, :HIST-ACCION, :WSC-OPERADOR,
                   :HIST-FECHA, :HIST-HORA,
                   :ACCT-LIMIT, :ACCT-BALANCE,
                   :ACCT-APEP, :ACCT-NAME,
                   :ACCT-DIRE1, :ACCT-DIRE2, :ACCT-DIRE3,
                   :ACCT-RESER, :ACCT-COMMENT,
                   :ACCT-LIMIT, :ACCT-BALANCE-NVO,
                   :ACCT-APEP, :ACCT-NAME,
                   :ACCT-DIRE1, :ACCT-DIRE2, :ACCT-DIRE3,
                   :ACCT-RESER-NVO, :ACCT-COMMENT)
                END-EXEC
           IF SQLCODE NOT = SQLCODE0
              DISPLAY 'ERROR AL INSERTAR HISTORIA Z94474H, SQLCODE='
                      SQLCODE ' CUENTA=' ACCT-ID
           END-IF.


      ***************************************************
      * ESCRIBE-CARTA: titulo, titular y domicilio,      *
      * cuenta con su ultimo movimiento y saldo, y el    *
      * texto de la etapa                                *
      ***************************************************
       ESCRIBE-CARTA.
           ADD 1 TO A990-CARTAS
           MOVE SPACES TO LC-TEXTO
           MOVE WSC-CARTA-TITULO (WSV-IDX-CARTA) TO LC-TEXTO
           WRITE REG-CARTA FROM LINEA-CARTA
           MOVE SPACES TO REG-CARTA
           WRITE REG-CARTA
           MOVE SPACES TO LC-TEXTO
           STRING ACCT-NAME DELIMITED BY '  '
                  ' '       DELIMITED BY SIZE
                  ACCT-APEP DELIMITED BY '  '
                  INTO LC-TEXTO
           WRITE REG-CARTA FROM LINEA-CARTA
           MOVE ACCT-DIRE1 TO LC-TEXTO
           WRITE REG-CARTA FROM LINEA-CARTA
           MOVE ACCT-DIRE2 TO LC-TEXTO
           WRITE REG-CARTA FROM LINEA-CARTA
           MOVE ACCT-DIRE3 TO LC-TEXTO
           WRITE REG-CARTA FROM LINEA-CARTA
           MOVE SPACES TO REG-CARTA
           WRITE REG-CARTA
           MOVE ACCT-ID             TO LCC-ACCTNO
           MOVE WSV-FECHA-ACTIVIDAD TO LCC-FECHA
           MOVE ACCT-BALANCE        TO LCC-SALDO
           WRITE REG-CARTA FROM LINEA-CARTA-CUENTA
           MOVE SPACES TO REG-CARTA
           WRITE REG-CARTA
           PERFORM ESCRIBE-LINEA-CARTA
              VARYING WSV-IDX-LINEA FROM 1 BY 1
                UNTIL WSV-IDX-LINEA > 3
           MOVE SPACES TO REG-CARTA
           WRITE REG-CARTA
           WRITE REG-CARTA FROM LINEA-CARTA-FIN.

       ESCRIBE-LINEA-CARTA.
           MOVE WSC-CARTA-LINEA (WSV-IDX-CARTA, WSV-IDX-LINEA)
             TO LC-TEXTO
           WRITE REG-CARTA FROM LINEA-CARTA.


       ESCRIBE-TRASPASO.
           MOVE SPACES              TO REG-BENEFICENCIA
           MOVE ACCT-ID             TO TB-ACCTNO
           MOVE ACCT-APEP           TO TB-APELLIDO
           MOVE ACCT-NAME           TO TB-NOMBRE
           MOVE WSV-TRASPASO        TO TB-IMPORTE
           MOVE WSV-FECHA-ACTIVIDAD TO TB-FECHA-ULT-ACT
           MOVE WSV-FECHA-PROCESO   TO TB-FECHA-TRASPASO
           MOVE ACCT-DIRE3          TO TB-DOMICILIO3
           WRITE REG-BENEFICENCIA
           ADD WSV-TRASPASO TO A990-TOT-TRASPASO.


       ESCRIBE-DETALLE.
           MOVE ACCT-ID             TO DE-ACCTNO
           MOVE WSV-EVENTO          TO DE-EVENTO
           MOVE ACCT-RESER          TO DE-ANTES
           MOVE WSV-ESTATUS-NVO     TO DE-AHORA
           MOVE WSV-FECHA-ACTIVIDAD TO DE-FECHA-ACT
           MOVE WSV-MESES-SIN-ACT   TO DE-MESES
           MOVE ACCT-BALANCE        TO DE-SALDO
           WRITE REPREC FROM DETALLE-ESTATUS.


       LEE-CURSOR.
           EXEC SQL
                FETCH CURINACTIVAS
                INTO :ACCT-ID, :ACCT-LIMIT, :ACCT-BALANCE,
                     :ACCT-APEP, :ACCT-NAME, :ACCT-DIRE1,
                     :ACCT-DIRE2, :ACCT-DIRE3, :ACCT-RESER,
                     :ACCT-COMMENT
           END-EXEC
           EVALUATE SQLCODE
              WHEN SQLCODE0
                 CONTINUE
              WHEN SQLCODE100
                 SET FIN-CURSOR TO TRUE
              WHEN OTHER
                 MOVE 'ERROR EN FETCH' TO UD-ERROR-MESSAGE
                 DISPLAY UD-ERROR-MESSAGE ' SQLCODE=' SQLCODE
                 STOP RUN
           END-EVALUATE.


       ABRO-CURSOR.
           SET NO-FIN-CURSOR TO TRUE
           EXEC SQL
                OPEN CURINACTIVAS
           END-EXEC
           IF SQLCODE NOT = SQLCODE0
              MOVE 'ERROR EN OPEN CURSOR' TO UD-ERROR-MESSAGE
              DISPLAY UD-ERROR-MESSAGE ' SQLCODE=' SQLCODE
              STOP RUN
           END-IF.


       CIERRO-CURSOR.
           EXEC SQL
                CLOSE CURINACTIVAS
           END-EXEC
           IF SQLCODE NOT = SQLCODE0
              MOVE 'ERROR EN CLOSE CURSOR' TO UD-ERROR-MESSAGE
              DISPLAY UD-ERROR-MESSAGE ' SQLCODE=' SQLCODE
              STOP RUN
           END-IF.


      ***************************************************
      * ESCRIBE-CIFRAS: el total traspasado debe amarrar *
      * con el delta de saldos que dejo la corrida       *
      ***************************************************
       ESCRIBE-CIFRAS.
           WRITE REPREC FROM LINEA-BLANCA
           MOVE SPACES TO DETALLE-CIFRA
           MOVE ZERO TO DC-MONTO
           MOVE 'CUENTAS LEIDAS                   :' TO DC-TEXTO
           MOVE A990-REG-LEIDOS TO DC-CIFRA
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'BAJA, TRASPASADAS U OTRO ESTATUS :' TO DC-TEXTO
           MOVE A990-OMITIDAS TO DC-CIFRA
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'SIN ACTIVIDAD EN LA HISTORIA     :' TO DC-TEXTO
           MOVE A990-SIN-ACTIVIDAD TO DC-CIFRA
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'ACTIVAS                          :' TO DC-TEXTO
           MOVE A990-ACTIVAS TO DC-CIFRA
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'INACTIVAS                        :' TO DC-TEXTO
           MOVE A990-INACTIVAS TO DC-CIFRA
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'DORMIDAS                         :' TO DC-TEXTO
           MOVE A990-DORMIDAS TO DC-CIFRA
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE '  AL PLAZO SIN SALDO A FAVOR     :' TO DC-TEXTO
           MOVE A990-SIN-SALDO-FAV TO DC-CIFRA
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'REACTIVADAS                      :' TO DC-TEXTO
           MOVE A990-REACTIVADAS TO DC-CIFRA
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'CARTAS EMITIDAS                  :' TO DC-TEXTO
           MOVE A990-CARTAS TO DC-CIFRA
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'NO ACTUALIZADAS (ROLLBACK)       :' TO DC-TEXTO
           MOVE A990-RECHAZADAS TO DC-CIFRA
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'TRASPASADAS A BENEFICENCIA       :' TO DC-TEXTO
           MOVE A990-A-BENEF TO DC-CIFRA
           MOVE A990-TOT-TRASPASO TO DC-MONTO
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'DELTA DE SALDOS DE LA CORRIDA    :' TO DC-TEXTO
           MOVE ZERO TO DC-CIFRA
           MOVE A990-TOT-DELTA TO DC-MONTO
           WRITE REPREC FROM DETALLE-CIFRA
           IF A990-TOT-TRASPASO NOT = A990-TOT-DELTA
              DISPLAY 'Z94474E *** LO TRASPASADO NO AMARRA CON EL '
                      'DELTA DE SALDOS ***'
              MOVE 8 TO RETURN-CODE
           ELSE
              IF A990-RECHAZADAS > ZERO
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
