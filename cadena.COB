      ******************************************************************
      * Author: Joan Bagudà Rigol
      * Date: 15/10/2026
      * Purpose: Nightly batch chain driver: runs the steps listed in
      *          a chain definition (RECEPCIO, the SUDOKU partitions,
      *          CONSOLIDA, VERIFICA, INFORME, COMPARA, REINTENT...),
      *          each with its own parameters or control file, and
      *          stops the chain as soon as a step ends above its
      *          maximum acceptable return code. Start, end and return
      *          code of every step go to a chain status file, so a
      *          rerun after a failure resumes at the failed step; one
      *          summary line per run goes to the execution register
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADENA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DefinicioFile ASSIGN TO DYNAMIC DefinicioFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DefinicioStatus.

           SELECT EstatFile ASSIGN TO DYNAMIC EstatFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EstatStatus.

           SELECT ExecucionsFile
             ASSIGN TO DYNAMIC ExecucionsFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ExecucionsStatus.

       DATA DIVISION.
       FILE SECTION.

      ***** ONE STEP PER LINE: STEP NAME, MAXIMUM ACCEPTABLE RETURN
      ***** CODE AND THE COMMAND (PROGRAM WITH ITS PARAMETERS OR ITS
      ***** CONTROL FILE); LINES STARTING WITH * ARE COMMENTS, E.G.
      *****   RECEPCIO 04 ./recepcio entrega.txt L acceptats.txt
      *****   SUDOKU1  04 ./sudoku part1.ctl
       FD  DefinicioFile.
       01  DefinicioLinia.
           05 DefPas          PICTURE X(8).
           05 FILLER          PICTURE X(1).
           05 DefMaxRc        PICTURE X(2).
           05 FILLER          PICTURE X(1).
           05 DefOrdre        PICTURE X(120).

      ***** A HEADER LINE FOR THE CHAIN, THEN ONE LINE PER STEP. THE
      ***** FILE IS REWRITTEN WHOLE AFTER EVERY STEP, AS PROGRAM SUDOKU
      ***** DOES WITH ITS CHECKPOINT
       FD  EstatFile.
       01  EstatCapcalera.
           05 CapMarca        PICTURE X(8).
           05 FILLER          PICTURE X(1).
           05 CapEstat        PICTURE X(8).
           05 FILLER          PICTURE X(1).
           05 CapIdCadena     PICTURE X(14).
           05 FILLER          PICTURE X(1).
           05 CapIntents      PICTURE 9(3).
           05 FILLER          PICTURE X(1).
           05 CapDefinicio    PICTURE X(100).
       01  EstatPas.
           05 EstPas          PICTURE X(8).
           05 FILLER          PICTURE X(1).
           05 EstEstat        PICTURE X(8).
           05 FILLER          PICTURE X(1).
           05 EstInici        PICTURE X(14).
           05 FILLER          PICTURE X(1).
           05 EstFi           PICTURE X(14).
           05 FILLER          PICTURE X(1).
           05 EstRc           PICTURE 9(3).
           05 FILLER          PICTURE X(1).
           05 EstMaxRc        PICTURE 9(2).

      ***** SAME REGISTER AS WRITTEN BY PROGRAM SUDOKU; THE CHAIN LINE
      ***** IS TOLD APART BY ITS CADENA= FIELD
       FD  ExecucionsFile.
       01  ExecucionsLinea PICTURE X(300).

       WORKING-STORAGE SECTION.
      ******Run parameters (file names) ******
       01  DefinicioFileName  PICTURE X(100) VALUE 'cadena.txt'.
       01  EstatFileName      PICTURE X(106) VALUE SPACES.
       01  ExecucionsFileName PICTURE X(100) VALUE 'execucions.txt'.
       01  DefinicioStatus    PICTURE XX.
       01  EstatStatus        PICTURE XX.
       01  ExecucionsStatus   PICTURE XX.
       01  ArgNum             PICTURE 9(4).

      ******Chain steps, from the definition and the status file ******
       01  MaxPassos          PICTURE 99 VALUE 30.
       01  NumPassos          PICTURE 99 VALUE 0.
       01  iPas               PICTURE 99.
       01  jPas               PICTURE 99.
       01  PasInici           PICTURE 99 VALUE 1.
       01  TaulaPassos.
           05 FILLER OCCURS 30 TIMES.
              10 TPasNom      PICTURE X(8).
              10 TPasMaxRc    PICTURE 9(2).
              10 TPasOrdre    PICTURE X(120).
              10 TPasEstat    PICTURE X(8).
              10 TPasInici    PICTURE X(14).
              10 TPasFi       PICTURE X(14).
              10 TPasRc       PICTURE 9(3).
       01  NumLiniaDef        PICTURE 9(4) VALUE 0.
       01  DefErronia         PICTURE 9(4) VALUE 0.
       01  FiFitxerSw         PICTURE 9 VALUE 0.
           88 FiFitxer          VALUE 1.

      ******Chain state ******
       01  IdCadena           PICTURE X(14) VALUE SPACES.
       01  EstatCadena        PICTURE X(8) VALUE SPACES.
       01  Intents            PICTURE 9(3) VALUE 1.
       01  RepresaSw          PICTURE 9 VALUE 0.
           88 Represa           VALUE 1.
       01  CoincideixSw       PICTURE 9 VALUE 0.
           88 Coincideix        VALUE 1.
       01  NumEstatPassos     PICTURE 99 VALUE 0.
       01  NumExecutats       PICTURE 99 VALUE 0.
       01  PasFallit          PICTURE X(8) VALUE SPACES.
       01  RcPas              PICTURE 9(3).
       01  RcMaxim            PICTURE 9(3) VALUE 0.
       01  RcFinal            PICTURE 9(2).
       01  EstatSistema       PICTURE S9(9).
       01  Residu             PICTURE 9(9).

      ******Time stamps ******
       01  DataAvui           PICTURE 9(8).
       01  HoraAvui           PICTURE 9(8).
       01  DataHoraActual     PICTURE X(14).
       01  DataHoraInici      PICTURE X(14).
       01  DataHoraFi         PICTURE X(14).

       PROCEDURE DIVISION.

      *****************************************************************
      ************* START AND MAIN LINE *******************************
      *****************************************************************
       MAIN-PROCEDURE.

           PERFORM Obtenir-Parametres
           PERFORM Obtenir-DataHora
           MOVE DataHoraActual TO DataHoraInici
           PERFORM Carrega-definicio
           PERFORM Llegir-estat

           IF Represa THEN
               DISPLAY 'Cadena ' IdCadena ' represa al pas '
                       TPasNom(PasInici) ' (intent ' Intents ')'
           ELSE
               MOVE DataHoraInici TO IdCadena
               DISPLAY 'Cadena ' IdCadena ' iniciada: '
                       NumPassos ' passos'
           END-IF

           MOVE 'EN CURS' TO EstatCadena
           PERFORM Escriu-estat
           PERFORM VARYING iPas FROM PasInici BY 1
                   UNTIL iPas > NumPassos OR PasFallit NOT = SPACES
             PERFORM Executa-pas
           END-PERFORM

           IF PasFallit = SPACES THEN
               MOVE 'COMPLETA' TO EstatCadena
               DISPLAY 'Cadena ' IdCadena ' completa'
           ELSE
               MOVE 'FALLIDA' TO EstatCadena
               DISPLAY 'Cadena ' IdCadena ' aturada al pas '
                       PasFallit
           END-IF
           PERFORM Escriu-estat
           IF RcMaxim > 99 THEN
               MOVE 99 TO RcFinal
           ELSE
               MOVE RcMaxim TO RcFinal
           END-IF
           MOVE RcFinal TO RETURN-CODE
           PERFORM Escriu-registre-execucio
           STOP RUN.

      *****************************************************************
      ******* RUN PARAMETERS ******************************************
      *****************************************************************
      ***** ARGUMENTS: CHAIN DEFINITION, STATUS FILE (DEFAULT THE
      ***** DEFINITION NAME FOLLOWED BY .estat) AND EXECUTION REGISTER
       Obtenir-Parametres.
           MOVE 1 TO ArgNum
           DISPLAY ArgNum UPON ARGUMENT-NUMBER
           ACCEPT DefinicioFileName FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
           END-ACCEPT

           MOVE 2 TO ArgNum
           DISPLAY ArgNum UPON ARGUMENT-NUMBER
           ACCEPT EstatFileName FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
           END-ACCEPT

           MOVE 3 TO ArgNum
           DISPLAY ArgNum UPON ARGUMENT-NUMBER
           ACCEPT ExecucionsFileName FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
           END-ACCEPT

           IF EstatFileName = SPACES THEN
               STRING DefinicioFileName DELIMITED BY SPACE
                      '.estat'              DELIMITED BY SIZE
                      INTO EstatFileName
               END-STRING
           END-IF.

      *****************************************************************
      ******* CHAIN DEFINITION ****************************************
      *****************************************************************
      ***** A LINE WITHOUT STEP NAME, WITHOUT A NUMERIC MAXIMUM RC OR
      ***** WITHOUT A COMMAND STOPS THE RUN BEFORE ANY STEP IS STARTED
       Carrega-definicio.
           OPEN INPUT DefinicioFile
           IF DefinicioStatus NOT = '00' THEN
               DISPLAY 'No es pot obrir ' DefinicioFileName
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL FiFitxer
             READ DefinicioFile
                 AT END SET FiFitxer TO TRUE
                 NOT AT END PERFORM Processa-linia-definicio
             END-READ
           END-PERFORM
           CLOSE DefinicioFile

           IF DefErronia > 0 OR NumPassos = 0 THEN
               DISPLAY 'Definicio de cadena no valida: '
                       DefinicioFileName
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       Processa-linia-definicio.
           ADD 1 TO NumLiniaDef
           IF DefinicioLinia = SPACES OR DefinicioLinia(1:1) = '*' THEN
               EXIT PARAGRAPH
           END-IF
           IF DefMaxRc(1:1) = SPACE THEN
               MOVE '0' TO DefMaxRc(1:1)
           END-IF
           IF DefPas = SPACES OR DefMaxRc IS NOT NUMERIC
              OR DefOrdre = SPACES THEN
               DISPLAY 'Linia ' NumLiniaDef ': pas no valid'
               ADD 1 TO DefErronia
               EXIT PARAGRAPH
           END-IF
           IF NumPassos = MaxPassos THEN
               DISPLAY 'Linia ' NumLiniaDef ': massa passos'
               ADD 1 TO DefErronia
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO NumPassos
           MOVE DefPas TO TPasNom(NumPassos)
           MOVE DefMaxRc TO TPasMaxRc(NumPassos)
           MOVE DefOrdre TO TPasOrdre(NumPassos)
           MOVE 'PENDENT' TO TPasEstat(NumPassos)
           MOVE SPACES TO TPasInici(NumPassos)
           MOVE SPACES TO TPasFi(NumPassos)
           MOVE 0 TO TPasRc(NumPassos).

      *****************************************************************
      ******* CHAIN STATUS FILE AND RESTART ***************************
      *****************************************************************
      ***** AN UNFINISHED CHAIN (FALLIDA, OR EN CURS IF THE DRIVER
      ***** ITSELF WAS CANCELLED) WHOSE STEP NAMES STILL MATCH THE
      ***** DEFINITION IS RESUMED UNDER THE SAME CHAIN ID AT ITS FIRST
      ***** STEP NOT ENDED OK. A COMPLETED CHAIN, A MISSING STATUS FILE
      ***** OR A CHANGED STEP LIST STARTS A NEW CHAIN
       Llegir-estat.
           OPEN INPUT EstatFile
           IF EstatStatus NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO FiFitxerSw
           READ EstatFile
               AT END SET FiFitxer TO TRUE
           END-READ
           IF FiFitxer OR CapMarca NOT = '*CADENA'
              OR CapEstat = 'COMPLETA' THEN
               CLOSE EstatFile
               EXIT PARAGRAPH
           END-IF
           MOVE CapIdCadena TO IdCadena
           MOVE CapIntents TO Intents
           MOVE 1 TO CoincideixSw
           MOVE 0 TO NumEstatPassos
           PERFORM UNTIL FiFitxer
             READ EstatFile
                 AT END SET FiFitxer TO TRUE
                 NOT AT END PERFORM Processa-linia-estat
             END-READ
           END-PERFORM
           CLOSE EstatFile

           IF NumEstatPassos NOT = NumPassos THEN
               MOVE 0 TO CoincideixSw
           END-IF
           IF NOT Coincideix THEN
               DISPLAY 'La definicio ha canviat: la cadena '
                       IdCadena ' no es repren'
               PERFORM Reinicia-passos
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING PasInici FROM 1 BY 1
                   UNTIL PasInici > NumPassos
                   OR TPasEstat(PasInici) NOT = 'OK'
           END-PERFORM
           IF PasInici > NumPassos THEN
               PERFORM Reinicia-passos
           ELSE
               SET Represa TO TRUE
               ADD 1 TO Intents
           END-IF.

       Reinicia-passos.
           PERFORM VARYING iPas FROM 1 BY 1 UNTIL iPas > NumPassos
             MOVE 'PENDENT' TO TPasEstat(iPas)
             MOVE SPACES TO TPasInici(iPas)
             MOVE SPACES TO TPasFi(iPas)
             MOVE 0 TO TPasRc(iPas)
           END-PERFORM
           MOVE SPACES TO IdCadena
           MOVE 1 TO Intents
           MOVE 1 TO PasInici.

       Processa-linia-estat.
           ADD 1 TO NumEstatPassos
           IF NumEstatPassos > NumPassos THEN
               MOVE 0 TO CoincideixSw
               EXIT PARAGRAPH
           END-IF
           IF EstPas NOT = TPasNom(NumEstatPassos) THEN
               MOVE 0 TO CoincideixSw
               EXIT PARAGRAPH
           END-IF
           MOVE EstEstat TO TPasEstat(NumEstatPassos)
           MOVE EstInici TO TPasInici(NumEstatPassos)
           MOVE EstFi TO TPasFi(NumEstatPassos)
           MOVE EstRc TO TPasRc(NumEstatPassos).

       Escriu-estat.
           OPEN OUTPUT EstatFile
           MOVE SPACES TO EstatCapcalera
           MOVE '*CADENA' TO CapMarca
           MOVE EstatCadena TO CapEstat
           MOVE IdCadena TO CapIdCadena
           MOVE Intents TO CapIntents
           MOVE DefinicioFileName TO CapDefinicio
           WRITE EstatCapcalera
           PERFORM VARYING jPas FROM 1 BY 1 UNTIL jPas > NumPassos
             MOVE SPACES TO EstatPas
             MOVE TPasNom(jPas) TO EstPas
             MOVE TPasEstat(jPas) TO EstEstat
             MOVE TPasInici(jPas) TO EstInici
             MOVE TPasFi(jPas) TO EstFi
             MOVE TPasRc(jPas) TO EstRc
             MOVE TPasMaxRc(jPas) TO EstMaxRc
             WRITE EstatPas
           END-PERFORM
           CLOSE EstatFile.

      *****************************************************************
      ******* STEP EXECUTION ******************************************
      *****************************************************************
      ***** THE SHELL HANDS BACK THE WAIT STATUS: THE PROGRAM'S RETURN
      ***** CODE IS ITS HIGH BYTE; A STEP KILLED BY A SIGNAL (LOW BYTE
      ***** SET) COUNTS AS RETURN CODE 16
       Executa-pas.
           PERFORM Obtenir-DataHora
           MOVE DataHoraActual TO TPasInici(iPas)
           MOVE SPACES TO TPasFi(iPas)
           MOVE 'EN CURS' TO TPasEstat(iPas)
           PERFORM Escriu-estat
           DISPLAY 'Pas ' TPasNom(iPas) ': ' TPasOrdre(iPas)

           CALL 'SYSTEM' USING TPasOrdre(iPas)
           MOVE RETURN-CODE TO EstatSistema
           MOVE 0 TO RETURN-CODE
           IF EstatSistema < 0 THEN
               MOVE 16 TO RcPas
           ELSE
               DIVIDE EstatSistema BY 256 GIVING RcPas
                   REMAINDER Residu
               IF Residu NOT = 0 THEN
                   MOVE 16 TO RcPas
               END-IF
           END-IF

           PERFORM Obtenir-DataHora
           MOVE DataHoraActual TO TPasFi(iPas)
           MOVE RcPas TO TPasRc(iPas)
           ADD 1 TO NumExecutats
           IF RcPas > RcMaxim THEN
               MOVE RcPas TO RcMaxim
           END-IF
           IF RcPas > TPasMaxRc(iPas) THEN
               MOVE 'FALLIT' TO TPasEstat(iPas)
               MOVE TPasNom(iPas) TO PasFallit
               DISPLAY 'Pas ' TPasNom(iPas) ' RC=' RcPas
                       ' supera el maxim ' TPasMaxRc(iPas)
           ELSE
               MOVE 'OK' TO TPasEstat(iPas)
               DISPLAY 'Pas ' TPasNom(iPas) ' RC=' RcPas
           END-IF
           PERFORM Escriu-estat.

      *****************************************************************
      ******* EXECUTION REGISTER **************************************
      *****************************************************************
       Escriu-registre-execucio.
           PERFORM Obtenir-DataHora
           MOVE DataHoraActual TO DataHoraFi
           OPEN EXTEND ExecucionsFile
           IF ExecucionsStatus NOT = '00' THEN
               OPEN OUTPUT ExecucionsFile
           END-IF
           MOVE SPACES TO ExecucionsLinea
           STRING IdCadena ';'
                  DataHoraInici ';'
                  DataHoraFi ';'      DELIMITED BY SIZE
                  'CADENA='           DELIMITED BY SIZE
                  DefinicioFileName   DELIMITED BY SPACE
                  ';ESTAT='           DELIMITED BY SIZE
                  EstatCadena         DELIMITED BY SPACE
                  ';INTENT=' Intents
                  ';PASSOS=' NumPassos
                  ';EXECUTATS=' NumExecutats
                  ';PRIMER='          DELIMITED BY SIZE
                  TPasNom(PasInici)   DELIMITED BY SPACE
                  ';FALLIT='          DELIMITED BY SIZE
                  PasFallit           DELIMITED BY SPACE
                  ';RC=' RcFinal      DELIMITED BY SIZE
                  INTO ExecucionsLinea
           END-STRING
           WRITE ExecucionsLinea
           CLOSE ExecucionsFile.

       Obtenir-DataHora.
           ACCEPT DataAvui FROM DATE YYYYMMDD
           ACCEPT HoraAvui FROM TIME
           STRING DataAvui HoraAvui(1:6) DELIMITED BY SIZE
                  INTO DataHoraActual
           END-STRING.
       END PROGRAM CADENA.
