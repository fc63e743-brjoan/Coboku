      ******************************************************************
      * Author: Joan Bagudà Rigol
      * Date: 15/10/2026
      * Purpose: Calibration of the difficulty bands of the master
      *          sudoku catalog against player feedback. ANALITZA
      *          matches the plays sent by the app (grid, human solve
      *          time, hints used) to the catalog by canonical key,
      *          compares the median human time of each engine band
      *          with the engine's own measures, lists the puzzles the
      *          players rate furthest from their band and recommends
      *          new FACIL/MITJA thresholds (maximum search level, as
      *          in program SUDOKU) with the re-banding they would
      *          cause. APLICA re-bands the catalog with the approved
      *          thresholds
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALIBRA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CatalegFile ASSIGN TO DYNAMIC CatalegFileName
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CatalegClau
             FILE STATUS IS CatalegStatus.

           SELECT ValoracionsFile ASSIGN TO DYNAMIC ValoracionsFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ValoracionsStatus.

           SELECT ReportFile ASSIGN TO DYNAMIC ReportFileName
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DiariFile ASSIGN TO DYNAMIC DiariFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DiariStatus.

           SELECT OrdreFile ASSIGN TO DYNAMIC OrdreFileName.

           SELECT JugadesFile ASSIGN TO DYNAMIC JugadesFileName
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ComptesFile ASSIGN TO DYNAMIC ComptesFileName
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      ***** SAME LAYOUT AS THE CATALOG WRITTEN BY PROGRAM SUDOKU
       FD  CatalegFile.
       01  CatalegRecord.
           05 CatalegClau.
              10 CatalegGrid     PICTURE X(81).
              10 CatalegVariant  PICTURE X(4).
           05 CatalegSolucio     PICTURE X(81).
           05 CatalegDificultat  PICTURE X(7).
           05 CatalegPrimerCop   PICTURE X(14).
           05 CatalegDarrerCop   PICTURE X(14).
           05 CatalegNumResolts  PICTURE 9(6).
           05 CatalegMillorTemps PICTURE 9(9).
           05 CatalegPeakNivell  PICTURE 999.
           05 CatalegNumGuesses  PICTURE 9(5).
           05 CatalegGridOrig    PICTURE X(81).

      ***** ONE LINE PER COMPLETED PLAY: THE GRID AS PLAYED ('.' OR
      ***** '0' FOR AN EMPTY SQUARE), THE HUMAN SOLVE TIME IN SECONDS,
      ***** S WHEN HINTS WERE USED, AND THE VARIANT CODE (BLANK FOR THE
      ***** CLASSIC PUZZLE)
       FD  ValoracionsFile.
       01  ValoracioRecord.
           05 ValGrid         PICTURE X(81).
           05 FILLER          PICTURE X(1).
           05 ValTemps        PICTURE 9(6).
           05 FILLER          PICTURE X(1).
           05 ValPistes       PICTURE X(1).
           05 FILLER          PICTURE X(1).
           05 ValVariant      PICTURE X(4).

       FD  ReportFile.
       01  LiniaReport PICTURE X(132).

      ***** SAME LAYOUT AS THE JOURNAL WRITTEN BY PROGRAM SUDOKU
       FD  DiariFile.
       01  DiariRecord.
           05 DiariIdExecucio PICTURE X(14).
           05 FILLER          PICTURE X(1).
           05 DiariDataHora   PICTURE X(14).
           05 FILLER          PICTURE X(1).
           05 DiariPrograma   PICTURE X(8).
           05 FILLER          PICTURE X(1).
           05 DiariFuncio     PICTURE X(8).
           05 FILLER          PICTURE X(1).
           05 DiariAccio      PICTURE X(8).
           05 FILLER          PICTURE X(1).
           05 DiariAbans      PICTURE X(305).
           05 FILLER          PICTURE X(1).
           05 DiariDespres    PICTURE X(305).

      ***** PLAYS MATCHED TO THE CATALOG, GROUPED BY CANONICAL KEY AND
      ***** IN TIME ORDER WITHIN EACH PUZZLE
       SD  OrdreFile.
       01  OrdreRecord.
           05 OrdClau             PICTURE X(85).
           05 OrdTemps            PICTURE 9(6).
           05 OrdPistes           PICTURE X(1).
           05 OrdBanda            PICTURE 9.
           05 OrdPeak             PICTURE 999.
           05 OrdGuesses          PICTURE 9(5).
           05 OrdMillor           PICTURE 9(9).

      ***** THE SORTED PLAYS, READ BACK ONCE THE NUMBER OF PLAYS
      ***** WITHOUT HINTS OF EACH PUZZLE IS KNOWN
       FD  JugadesFile.
       01  JugadaRecord.
           05 JugClau             PICTURE X(85).
           05 JugTemps            PICTURE 9(6).
           05 JugPistes           PICTURE X(1).
           05 JugBanda            PICTURE 9.
           05 JugPeak             PICTURE 999.
           05 JugGuesses          PICTURE 9(5).
           05 JugMillor           PICTURE 9(9).

      ***** ONE LINE PER PUZZLE, IN THE SAME ORDER AS THE PLAYS: THE
      ***** NUMBER OF ITS PLAYS WITHOUT HINTS
       FD  ComptesFile.
       01  CompteRecord.
           05 ComClau             PICTURE X(85).
           05 ComJugades          PICTURE 9(7).

       WORKING-STORAGE SECTION.
      ******Run parameters (function, file names, thresholds) ******
       01  FuncioDemanada     PICTURE X(8).
           88 FuncioAnalitza    VALUE 'ANALITZA'.
           88 FuncioAplica      VALUE 'APLICA'.
       01  CatalegFileName    PICTURE X(100) VALUE 'cataleg.dat'.
       01  ValoracionsFileName PICTURE X(100) VALUE 'valoracions.txt'.
       01  ReportFileName     PICTURE X(100) VALUE 'calibratge.txt'.
       01  OrdreFileName      PICTURE X(100) VALUE 'calibra.ordre'.
       01  JugadesFileName    PICTURE X(100) VALUE 'calibra.jugades'.
       01  ComptesFileName    PICTURE X(100) VALUE 'calibra.comptes'.
       01  CatalegStatus      PICTURE XX.
       01  ValoracionsStatus  PICTURE XX.
       01  ArgNum             PICTURE 9(4).
       01  ArgText            PICTURE X(12).
       01  MinJugades         PICTURE 9(5) VALUE 3.
       01  TempsFacil         PICTURE 9(6) VALUE 0.
       01  TempsMitja         PICTURE 9(6) VALUE 0.
       01  TempsFacilSw       PICTURE 9 VALUE 0.
           88 TempsFacilDonat   VALUE 1.
       01  TempsMitjaSw       PICTURE 9 VALUE 0.
           88 TempsMitjaDonat   VALUE 1.
       01  LlindarFacil       PICTURE 999 VALUE 0.
       01  LlindarMitja       PICTURE 999 VALUE 0.
       01  LlindarsDonatsSw   PICTURE 9 VALUE 0.
           88 LlindarsDonats    VALUE 1.
       01  ValorCamp          PICTURE X(12).
       01  ValorNum           PICTURE 9(12).
       01  iValor             PICTURE 99.
       01  DigValor           PICTURE 9.

      ******Band names; ALTRE is any band outside the three ******
       01  NomsBandes         PICTURE X(28)
                              VALUE 'FACIL  MITJA  DIFICILALTRE  '.
       01  FILLER REDEFINES NomsBandes.
           05 NomBanda PICTURE X(7) OCCURS 4 TIMES.
       01  iBanda             PICTURE 9.
       01  jBanda             PICTURE 9.
       01  BandaNova          PICTURE 9.
       01  PeakBanda          PICTURE 999.

      ******Feedback intake ******
       01  FiValoracionsSw    PICTURE 9 VALUE 0.
           88 FiValoracions     VALUE 1.
       01  FiOrdreSw          PICTURE 9 VALUE 0.
           88 FiOrdre           VALUE 1.
       01  FiJugadesSw        PICTURE 9 VALUE 0.
           88 FiJugades         VALUE 1.
       01  GraellaValidaSw    PICTURE 9 VALUE 0.
           88 GraellaValida     VALUE 1.
       01  NumLlegides        PICTURE 9(7) VALUE 0.
       01  NumInvalides       PICTURE 9(7) VALUE 0.
       01  NumForaCataleg     PICTURE 9(7) VALUE 0.
       01  NumSenseBanda      PICTURE 9(7) VALUE 0.
       01  NumAlCataleg       PICTURE 9(7) VALUE 0.
       01  NumDescartats      PICTURE 9(6) VALUE 0.

      ******Plays of the puzzle being grouped (time order); the
      ******middle play or plays give the median as they go by ******
       01  GrupObertSw        PICTURE 9 VALUE 0.
           88 GrupObert         VALUE 1.
       01  ClauGrup           PICTURE X(85).
       01  BandaGrup          PICTURE 9.
       01  PeakGrup           PICTURE 999.
       01  GuessesGrup        PICTURE 9(5).
       01  MillorGrup         PICTURE 9(9).
       01  NumJugGrup         PICTURE 9(7).
       01  NumPistGrup        PICTURE 9(7).
       01  MigGrup1           PICTURE 9(7).
       01  MigGrup2           PICTURE 9(7).
       01  TempsMig1          PICTURE 9(6).
       01  TempsMig2          PICTURE 9(6).
       01  Meitat             PICTURE 9(7).
       01  Residu             PICTURE 9(7).

      ******Puzzles with enough plays without hints ******
       01  MaxTrencaclosques  PICTURE 9(4) VALUE 2000.
       01  NumAvaluats        PICTURE 9(4) VALUE 0.
       01  TaulaPlenaSw       PICTURE 9 VALUE 0.
           88 TaulaPlena        VALUE 1.
       01  TaulaTrencaclosques.
           05 Trencaclosques OCCURS 2000 TIMES.
              10 PzClau       PICTURE X(85).
              10 PzBanda      PICTURE 9.
              10 PzBandaJug   PICTURE 9.
              10 PzPeak       PICTURE 999.
              10 PzGuesses    PICTURE 9(5).
              10 PzMillor     PICTURE 9(9).
              10 PzJugades    PICTURE 9(7).
              10 PzPistes     PICTURE 9(7).
              10 PzMediana    PICTURE 9(6).
              10 PzPuntuacio  PICTURE 9(7).
              10 PzLlistatSw  PICTURE 9.
       01  iPz                PICTURE 9(4).
       01  jPz                PICTURE 9(4).

      ******Puzzles in order of median human time ******
       01  TaulaOrdre.
           05 Ordre PICTURE 9(4) OCCURS 2000 TIMES.
       01  iOrd               PICTURE 9(4).
       01  jOrd               PICTURE 9(4).
       01  iAnt               PICTURE 9(4).
       01  LlocTrobatSw       PICTURE 9 VALUE 0.
           88 LlocTrobat        VALUE 1.

      ******Per engine band: puzzles, plays and engine measures ******
       01  TaulaBandes.
           05 FILLER OCCURS 3 TIMES.
              10 BNumProbl    PICTURE 9(6) VALUE 0.
              10 BJugades     PICTURE 9(7) VALUE 0.
              10 BPistes      PICTURE 9(7) VALUE 0.
              10 BSumPeak     PICTURE 9(9) VALUE 0.
              10 BSumGuesses  PICTURE 9(11) VALUE 0.
              10 BSumMillor   PICTURE 9(13) VALUE 0.
              10 BMediana     PICTURE 9(6) VALUE 0.
              10 BPosicio     PICTURE 9(6) VALUE 0.
              10 BMig1        PICTURE 9(6) VALUE 0.
              10 BMig2        PICTURE 9(6) VALUE 0.
              10 BTemps1      PICTURE 9(6) VALUE 0.
              10 BTemps2      PICTURE 9(6) VALUE 0.

      ******Agreement with the players and threshold search: counts of
      ******puzzles by maximum search level (0 to 200, one row more)
      ******and band, then the same counts accumulated by level ******
       01  MaxPeakMostra      PICTURE 999 VALUE 0.
       01  iPeak              PICTURE 999.
       01  TaulaHistograma.
           05 FILLER OCCURS 201 TIMES.
              10 HistJug      PICTURE 9(6) OCCURS 3 TIMES.
              10 HistMot      PICTURE 9(6) OCCURS 3 TIMES.
              10 AcumJug      PICTURE 9(6) OCCURS 3 TIMES.
              10 AcumMot      PICTURE 9(6) OCCURS 3 TIMES.
       01  ProvaFacil         PICTURE 999.
       01  ProvaMitja         PICTURE 999.
       01  AcordProva         PICTURE 9(6).
       01  AcordMotProva      PICTURE 9(6).
       01  MillorAcord        PICTURE 9(6) VALUE 0.
       01  MillorAcordMot     PICTURE 9(6) VALUE 0.
       01  RecomanacioSw      PICTURE 9 VALUE 0.
           88 RecomanacioFeta   VALUE 1.
       01  CoincActual        PICTURE 9(6) VALUE 0.
       01  DifBanda           PICTURE 9.
       01  Desviacio          PICTURE 9(6).
       01  NumDesacords       PICTURE 9(6) VALUE 0.
       01  MaxLlista          PICTURE 99 VALUE 25.
       01  NumLlistats        PICTURE 99 VALUE 0.
       01  MillorPuntuacio    PICTURE 9(7).

      ******Re-banding of the catalog: from the stored band (ALTRE
      ******for any other value) to the band under the thresholds ****
       01  TaulaRebandeig.
           05 FILLER OCCURS 4 TIMES.
              10 Rebandeig    PICTURE 9(7) OCCURS 3 TIMES.
       01  NumCataleg         PICTURE 9(7) VALUE 0.
       01  NumRetirats        PICTURE 9(7) VALUE 0.
       01  NumACanviar        PICTURE 9(7) VALUE 0.
       01  NumCanviats        PICTURE 9(7) VALUE 0.
       01  FiCatalegSw        PICTURE 9 VALUE 0.
           88 FiCataleg         VALUE 1.

      ******Change journal ******
       01  DiariFileName      PICTURE X(106) VALUE SPACES.
       01  DiariStatus        PICTURE XX.
       01  IdExecucio         PICTURE X(14).
       01  DataAvui           PICTURE 9(8).
       01  FILLER REDEFINES DataAvui.
           05 DataAny         PICTURE 9(4).
           05 DataMes         PICTURE 99.
           05 DataDia         PICTURE 99.
       01  HoraAvui           PICTURE 9(8).
       01  DataHoraActual     PICTURE X(14).
       01  CatalegAbans       PICTURE X(305).
       01  CatalegDespres     PICTURE X(305).

      ******Report editing and pagination ******
       01  LiniesPerPagina    PICTURE 99 VALUE 60.
       01  LiniaActual        PICTURE 99 VALUE 99.
       01  NumPagina          PICTURE 9(4) VALUE 0.
       01  NumPaginaEd        PICTURE ZZZ9.
       01  LiniaTreball       PICTURE X(132).
       01  CompteEd           PICTURE Z(6)9.
       01  Compte2Ed          PICTURE Z(6)9.
       01  Compte3Ed          PICTURE Z(6)9.
       01  PercentWk          PICTURE 9(3)V99.
       01  PercentEd          PICTURE ZZ9.99.
       01  TempsSegEd         PICTURE Z(5)9.
       01  NivellEd           PICTURE ZZ9.
       01  GuessEd            PICTURE Z(4)9.
       01  MillorEd           PICTURE Z(8)9.
       01  MitjanaWk          PICTURE 9(9).
       01  LlindarEd          PICTURE ZZ9.
       01  Llindar2Ed         PICTURE ZZ9.

      ******Canonical form of a grid, as program SUDOKU computes it
      ******for the catalog key ******
       01  GridOriginal       PICTURE X(81).
       01  VariantProbl       PICTURE X(4) VALUE SPACES.
       01  LimitPerm          PICTURE 999 VALUE 216.
       01  PermTres           PICTURE X(18) VALUE '123132213231312321'.
       01  FILLER REDEFINES PermTres.
           05 FILLER OCCURS 6 TIMES.
              10 PermElem PICTURE 9 OCCURS 3 TIMES.
       01  iPermFil           PICTURE 999.
       01  iPermCol           PICTURE 999.
       01  PermResta          PICTURE 999.
       01  PermBanda1         PICTURE 9.
       01  PermBanda2         PICTURE 9.
       01  PermBanda3         PICTURE 9.
       01  kPerm              PICTURE 9.
       01  MapaFiles.
           05 MapaFila PICTURE 99 OCCURS 9 TIMES.
       01  MapaColumnes.
           05 MapaCol PICTURE 99 OCCURS 9 TIMES.
       01  MillorMapaFiles.
           05 MillorFila PICTURE 99 OCCURS 9 TIMES.
       01  MillorMapaColumnes.
           05 MillorCol PICTURE 99 OCCURS 9 TIMES.
       01  MapaDigits         PICTURE X(9).
       01  MillorMapaDigits   PICTURE X(9).
       01  GridCandidat       PICTURE X(81).
       01  GridCanonic        PICTURE X(81).
       01  ProperDigit        PICTURE 9.
       01  CarCanonic         PICTURE X.
       01  DigCanon           PICTURE 9.
       01  iCanon             PICTURE 99.
       01  jCanon             PICTURE 99.
       01  PosCanon           PICTURE 99.
       01  PosFont            PICTURE 99.
       01  EstatCandidat      PICTURE 9.
           88 CandidatMillor    VALUE 1.
           88 CandidatPitjor    VALUE 2.
       01  icas               PICTURE 99.

      ******Table for conversion digit to character
       01  CarDigits PICTURE X(9) VALUE '123456789'.
       01  FILLER    REDEFINES CarDigits.
           05 Digits OCCURS 9 TIMES PICTURE X.

       PROCEDURE DIVISION.

      *****************************************************************
      ************* START AND FUNCTION DISPATCH ***********************
      *****************************************************************
       MAIN-PROCEDURE.

           PERFORM Obtenir-Parametres

           EVALUATE TRUE
             WHEN FuncioAnalitza PERFORM Analitza-valoracions
             WHEN FuncioAplica   PERFORM Aplica-llindars
             WHEN OTHER
               DISPLAY 'Funcio no valida: ' FuncioDemanada
               DISPLAY 'Funcions: ANALITZA APLICA'
               MOVE 16 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      *****************************************************************
      ******* RUN PARAMETERS ******************************************
      *****************************************************************
      ***** ANALITZA <CATALOG> <FEEDBACK> <REPORT> <MINIMUM PLAYS>
      *****          <FACIL SECONDS> <MITJA SECONDS>
      ***** APLICA   <CATALOG> <FACIL LEVEL> <MITJA LEVEL>
      ***** THE PLAYERS' TIME LIMITS DEFAULT TO THE TIMES THAT KEEP THE
      ***** SAMPLE'S CURRENT MIX OF BANDS; THE THRESHOLDS OF APLICA ARE
      ***** THE ONES APPROVED FROM THE ANALITZA REPORT AND ARE REQUIRED
       Obtenir-Parametres.
           MOVE 1 TO ArgNum
           DISPLAY ArgNum UPON ARGUMENT-NUMBER
           ACCEPT FuncioDemanada FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
           END-ACCEPT

           MOVE 2 TO ArgNum
           DISPLAY ArgNum UPON ARGUMENT-NUMBER
           ACCEPT CatalegFileName FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
           END-ACCEPT

           IF FuncioAplica THEN
               PERFORM Obtenir-Llindars
           ELSE
               PERFORM Obtenir-Parametres-analisi
           END-IF

           STRING CatalegFileName DELIMITED BY SPACE
                  '.diari'              DELIMITED BY SIZE
                  INTO DiariFileName
           END-STRING
           PERFORM Obtenir-DataHora
           MOVE DataHoraActual TO IdExecucio.

       Obtenir-Parametres-analisi.
           MOVE 3 TO ArgNum
           DISPLAY ArgNum UPON ARGUMENT-NUMBER
           ACCEPT ValoracionsFileName FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
           END-ACCEPT

           MOVE 4 TO ArgNum
           DISPLAY ArgNum UPON ARGUMENT-NUMBER
           ACCEPT ReportFileName FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
           END-ACCEPT

           MOVE 5 TO ArgNum
           PERFORM Llegeix-argument-numeric
           IF ArgText NOT = SPACES AND ValorNum > 0 THEN
               MOVE ValorNum TO MinJugades
           END-IF

           MOVE 6 TO ArgNum
           PERFORM Llegeix-argument-numeric
           IF ArgText NOT = SPACES THEN
               MOVE ValorNum TO TempsFacil
               SET TempsFacilDonat TO TRUE
           END-IF

           MOVE 7 TO ArgNum
           PERFORM Llegeix-argument-numeric
           IF ArgText NOT = SPACES THEN
               MOVE ValorNum TO TempsMitja
               SET TempsMitjaDonat TO TRUE
           END-IF.

       Obtenir-Llindars.
           MOVE 3 TO ArgNum
           PERFORM Llegeix-argument-numeric
           IF ArgText = SPACES THEN
               EXIT PARAGRAPH
           END-IF
           MOVE ValorNum TO LlindarFacil

           MOVE 4 TO ArgNum
           PERFORM Llegeix-argument-numeric
           IF ArgText = SPACES THEN
               EXIT PARAGRAPH
           END-IF
           MOVE ValorNum TO LlindarMitja
           SET LlindarsDonats TO TRUE.

       Llegeix-argument-numeric.
           DISPLAY ArgNum UPON ARGUMENT-NUMBER
           MOVE SPACES TO ArgText
           ACCEPT ArgText FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
           END-ACCEPT
           MOVE ArgText TO ValorCamp
           PERFORM Converteix-valor-numeric.

       Converteix-valor-numeric.
           MOVE 0 TO ValorNum
           PERFORM VARYING iValor FROM 1 BY 1
                   UNTIL iValor > 12
                   OR ValorCamp(iValor:1) < '0'
                   OR ValorCamp(iValor:1) > '9'
             MOVE ValorCamp(iValor:1) TO DigValor
             COMPUTE ValorNum = ValorNum * 10 + DigValor
           END-PERFORM.

      *****************************************************************
      ******* ANALITZA: FEEDBACK AGAINST THE ENGINE BANDS *************
      *****************************************************************
       Analitza-valoracions.
           OPEN INPUT CatalegFile
           IF CatalegStatus NOT = '00' THEN
               DISPLAY 'No es pot obrir ' CatalegFileName
                       ' (estat ' CatalegStatus ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ValoracionsFile
           IF ValoracionsStatus NOT = '00' THEN
               DISPLAY 'No es pot obrir ' ValoracionsFileName
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           SORT OrdreFile
                ON ASCENDING KEY OrdClau OrdTemps
                INPUT PROCEDURE IS Selecciona-valoracions
                OUTPUT PROCEDURE IS Compta-valoracions
           CLOSE ValoracionsFile
           PERFORM Agrupa-valoracions

           PERFORM Ordena-medianes
           PERFORM Calcula-medianes-banda
           PERFORM Calcula-llindars-temps
           PERFORM Compara-bandes
           PERFORM Recomana-llindars
           IF RecomanacioFeta THEN
               PERFORM Compta-rebandeig
           END-IF
           CLOSE CatalegFile

           ACCEPT DataAvui FROM DATE YYYYMMDD
           OPEN OUTPUT ReportFile
           PERFORM Escriu-resum-valoracions
           PERFORM Escriu-temps-per-banda
           PERFORM Escriu-desacords
           PERFORM Escriu-recomanacio
           CLOSE ReportFile

           DISPLAY NumLlegides ' valoracions, ' NumAlCataleg
                   ' al cataleg, ' NumAvaluats ' problemes avaluats'
           IF RecomanacioFeta THEN
               DISPLAY 'Llindars recomanats FACIL=' LlindarFacil
                       ' MITJA=' LlindarMitja ', ' NumACanviar
                       ' registres canviarien de banda'
           ELSE
               DISPLAY 'Sense prou valoracions per recomanar llindars'
               MOVE 4 TO RETURN-CODE
           END-IF.

      ***** INPUT PROCEDURE: ONLY PLAYS OF A CATALOGUED PUZZLE STILL ON
      ***** SALE IN ONE OF THE THREE BANDS GO TO THE SORT
       Selecciona-valoracions.
           PERFORM UNTIL FiValoracions
             READ ValoracionsFile
                 AT END SET FiValoracions TO TRUE
                 NOT AT END PERFORM Tria-valoracio
             END-READ
           END-PERFORM.

       Tria-valoracio.
           IF ValoracioRecord = SPACES
              OR ValoracioRecord(1:1) = '*' THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO NumLlegides

           MOVE ValGrid TO GridOriginal
           INSPECT GridOriginal CONVERTING '0' TO '.'
           MOVE 1 TO GraellaValidaSw
           PERFORM VARYING icas FROM 1 BY 1 UNTIL icas > 81
             IF (GridOriginal(icas:1) < '1'
                 OR GridOriginal(icas:1) > '9')
                AND GridOriginal(icas:1) NOT = '.' THEN
                 MOVE 0 TO GraellaValidaSw
             END-IF
           END-PERFORM
           IF ValTemps NOT NUMERIC THEN
               MOVE 0 TO GraellaValidaSw
           ELSE
               IF ValTemps = 0 THEN
                   MOVE 0 TO GraellaValidaSw
               END-IF
           END-IF
           IF ValPistes NOT = 'S' AND ValPistes NOT = 'N'
              AND ValPistes NOT = SPACE THEN
               MOVE 0 TO GraellaValidaSw
           END-IF
           IF NOT GraellaValida THEN
               ADD 1 TO NumInvalides
               EXIT PARAGRAPH
           END-IF

           MOVE ValVariant TO VariantProbl
           IF VariantProbl = SPACES THEN
               MOVE 216 TO LimitPerm
           ELSE
               MOVE 1 TO LimitPerm
           END-IF
           PERFORM Calcula-clau-canonica
           MOVE GridCanonic TO CatalegGrid
           MOVE VariantProbl TO CatalegVariant
           READ CatalegFile
               INVALID KEY
                   ADD 1 TO NumForaCataleg
                   EXIT PARAGRAPH
           END-READ

           PERFORM Banda-del-cataleg
           IF iBanda = 4 THEN
               ADD 1 TO NumSenseBanda
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO NumAlCataleg

           MOVE CatalegClau TO OrdClau
           MOVE ValTemps TO OrdTemps
           MOVE ValPistes TO OrdPistes
           MOVE iBanda TO OrdBanda
           MOVE CatalegPeakNivell TO OrdPeak
           MOVE CatalegNumGuesses TO OrdGuesses
           MOVE CatalegMillorTemps TO OrdMillor
           RELEASE OrdreRecord.

       Banda-del-cataleg.
           EVALUATE CatalegDificultat
             WHEN 'FACIL  '  MOVE 1 TO iBanda
             WHEN 'MITJA  '  MOVE 2 TO iBanda
             WHEN 'DIFICIL'  MOVE 3 TO iBanda
             WHEN OTHER      MOVE 4 TO iBanda
           END-EVALUATE.

      ***** OUTPUT PROCEDURE: THE SORTED PLAYS ARE KEPT IN A WORK FILE
      ***** AND THE PLAYS WITHOUT HINTS OF EACH PUZZLE ARE COUNTED, SO
      ***** THE MEDIAN NEEDS NO TABLE HOWEVER OFTEN A PUZZLE IS PLAYED
       Compta-valoracions.
           OPEN OUTPUT JugadesFile
           OPEN OUTPUT ComptesFile
           PERFORM UNTIL FiOrdre
             RETURN OrdreFile
                 AT END SET FiOrdre TO TRUE
                 NOT AT END PERFORM Compta-valoracio-ordenada
             END-RETURN
           END-PERFORM
           IF GrupObert THEN
               WRITE CompteRecord
           END-IF
           CLOSE JugadesFile
           CLOSE ComptesFile
           MOVE 0 TO GrupObertSw.

       Compta-valoracio-ordenada.
           IF NOT GrupObert OR OrdClau NOT = ComClau THEN
               IF GrupObert THEN
                   WRITE CompteRecord
               END-IF
               SET GrupObert TO TRUE
               MOVE OrdClau TO ComClau
               MOVE 0 TO ComJugades
           END-IF
           IF OrdPistes NOT = 'S' THEN
               ADD 1 TO ComJugades
           END-IF
           WRITE JugadaRecord FROM OrdreRecord.

      ***** ONE ENTRY PER PUZZLE WITH THE MEDIAN OF ITS PLAYS WITHOUT
      ***** HINTS, TAKEN AS THE MIDDLE PLAY (OR THE TWO MIDDLE ONES) GO
      ***** BY IN TIME ORDER. A HINTED PLAY SAYS LITTLE ABOUT THE TIME
      ***** THE PUZZLE TAKES, SO IT IS ONLY COUNTED
       Agrupa-valoracions.
           OPEN INPUT JugadesFile
           OPEN INPUT ComptesFile
           PERFORM UNTIL FiJugades
             READ JugadesFile
                 AT END SET FiJugades TO TRUE
                 NOT AT END PERFORM Processa-valoracio-ordenada
             END-READ
           END-PERFORM
           IF GrupObert THEN
               PERFORM Tanca-grup
           END-IF
           CLOSE JugadesFile
           CLOSE ComptesFile.

       Processa-valoracio-ordenada.
           IF NOT GrupObert OR JugClau NOT = ClauGrup THEN
               IF GrupObert THEN
                   PERFORM Tanca-grup
               END-IF
               SET GrupObert TO TRUE
               MOVE JugClau TO ClauGrup
               MOVE JugBanda TO BandaGrup
               MOVE JugPeak TO PeakGrup
               MOVE JugGuesses TO GuessesGrup
               MOVE JugMillor TO MillorGrup
               MOVE 0 TO NumJugGrup
               MOVE 0 TO NumPistGrup
               MOVE 0 TO TempsMig1
               MOVE 0 TO TempsMig2
               READ ComptesFile
                   AT END MOVE 0 TO ComJugades
               END-READ
               DIVIDE ComJugades BY 2 GIVING Meitat REMAINDER Residu
               COMPUTE MigGrup2 = Meitat + 1
               IF Residu = 1 THEN
                   MOVE MigGrup2 TO MigGrup1
               ELSE
                   MOVE Meitat TO MigGrup1
               END-IF
           END-IF
           IF JugPistes = 'S' THEN
               ADD 1 TO NumPistGrup
           ELSE
               ADD 1 TO NumJugGrup
               IF NumJugGrup = MigGrup1 THEN
                   MOVE JugTemps TO TempsMig1
               END-IF
               IF NumJugGrup = MigGrup2 THEN
                   MOVE JugTemps TO TempsMig2
               END-IF
           END-IF.

       Tanca-grup.
           IF NumJugGrup < MinJugades THEN
               ADD 1 TO NumDescartats
               EXIT PARAGRAPH
           END-IF
           IF NumAvaluats = MaxTrencaclosques THEN
               ADD 1 TO NumDescartats
               SET TaulaPlena TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO NumAvaluats
           MOVE NumAvaluats TO iPz
           MOVE ClauGrup TO PzClau(iPz)
           MOVE BandaGrup TO PzBanda(iPz)
           MOVE PeakGrup TO PzPeak(iPz)
           MOVE GuessesGrup TO PzGuesses(iPz)
           MOVE MillorGrup TO PzMillor(iPz)
           MOVE NumJugGrup TO PzJugades(iPz)
           MOVE NumPistGrup TO PzPistes(iPz)
           MOVE 0 TO PzLlistatSw(iPz)
           COMPUTE PzMediana(iPz) = (TempsMig1 + TempsMig2) / 2

           MOVE BandaGrup TO iBanda
           ADD 1 TO BNumProbl(iBanda)
           ADD NumJugGrup TO BJugades(iBanda)
           ADD NumPistGrup TO BPistes(iBanda)
           ADD PeakGrup TO BSumPeak(iBanda)
           ADD GuessesGrup TO BSumGuesses(iBanda)
           ADD MillorGrup TO BSumMillor(iBanda).

      ***** INSERTION SORT OF THE PUZZLE NUMBERS BY MEDIAN HUMAN TIME
       Ordena-medianes.
           PERFORM VARYING iOrd FROM 1 BY 1 UNTIL iOrd > NumAvaluats
             MOVE iOrd TO jOrd
             MOVE 0 TO LlocTrobatSw
             PERFORM UNTIL jOrd = 1 OR LlocTrobat
               MOVE Ordre(jOrd - 1) TO iAnt
               IF PzMediana(iAnt) > PzMediana(iOrd) THEN
                   MOVE iAnt TO Ordre(jOrd)
                   SUBTRACT 1 FROM jOrd
               ELSE
                   SET LlocTrobat TO TRUE
               END-IF
             END-PERFORM
             MOVE iOrd TO Ordre(jOrd)
           END-PERFORM.

      ***** MEDIAN OF THE PUZZLE MEDIANS OF EACH BAND: ONE WALK OVER
      ***** THE TIME ORDER PICKS THE MIDDLE ONE (OR TWO) OF EVERY BAND
       Calcula-medianes-banda.
           PERFORM VARYING iBanda FROM 1 BY 1 UNTIL iBanda > 3
             DIVIDE BNumProbl(iBanda) BY 2 GIVING Meitat
                 REMAINDER Residu
             IF Residu = 1 THEN
                 COMPUTE BMig1(iBanda) = Meitat + 1
             ELSE
                 MOVE Meitat TO BMig1(iBanda)
             END-IF
             COMPUTE BMig2(iBanda) = Meitat + 1
             MOVE 0 TO BPosicio(iBanda)
           END-PERFORM

           PERFORM VARYING iOrd FROM 1 BY 1 UNTIL iOrd > NumAvaluats
             MOVE Ordre(iOrd) TO iPz
             MOVE PzBanda(iPz) TO iBanda
             ADD 1 TO BPosicio(iBanda)
             IF BPosicio(iBanda) = BMig1(iBanda) THEN
                 MOVE PzMediana(iPz) TO BTemps1(iBanda)
             END-IF
             IF BPosicio(iBanda) = BMig2(iBanda) THEN
                 MOVE PzMediana(iPz) TO BTemps2(iBanda)
             END-IF
           END-PERFORM

           PERFORM VARYING iBanda FROM 1 BY 1 UNTIL iBanda > 3
             IF BNumProbl(iBanda) > 0 THEN
                 COMPUTE BMediana(iBanda) =
                     (BTemps1(iBanda) + BTemps2(iBanda)) / 2
             END-IF
           END-PERFORM.

      ***** UNLESS GIVEN, A PLAYERS' LIMIT IS HALFWAY BETWEEN THE
      ***** MEDIAN TIMES OF TWO NEIGHBOURING ENGINE BANDS. WHEN ONE OF
      ***** THEM HAS NO PUZZLE IN THE SAMPLE, THE LIMIT IS THE TIME
      ***** THAT SPLITS THE SAMPLE IN THE PROPORTIONS OF THE BANDS
       Calcula-llindars-temps.
           IF NOT TempsFacilDonat THEN
               MOVE 0 TO TempsFacil
               IF BNumProbl(1) > 0 AND BNumProbl(2) > 0 THEN
                   COMPUTE TempsFacil = (BMediana(1) + BMediana(2)) / 2
               ELSE
                   IF BNumProbl(1) > 0 THEN
                       MOVE Ordre(BNumProbl(1)) TO iPz
                       MOVE PzMediana(iPz) TO TempsFacil
                   END-IF
               END-IF
           END-IF
           IF NOT TempsMitjaDonat THEN
               MOVE TempsFacil TO TempsMitja
               IF BNumProbl(2) > 0 AND BNumProbl(3) > 0 THEN
                   COMPUTE TempsMitja = (BMediana(2) + BMediana(3)) / 2
               ELSE
                   COMPUTE iOrd = BNumProbl(1) + BNumProbl(2)
                   IF iOrd > 0 THEN
                       MOVE Ordre(iOrd) TO iPz
                       MOVE PzMediana(iPz) TO TempsMitja
                   END-IF
               END-IF
           END-IF
           IF TempsMitja < TempsFacil THEN
               MOVE TempsFacil TO TempsMitja
           END-IF.

      ***** PLAYERS' BAND OF EVERY PUZZLE, AGREEMENT WITH THE ENGINE
      ***** BAND, AND THE COUNTS BY SEARCH LEVEL THE THRESHOLD SEARCH
      ***** WORKS ON. THE FURTHER APART THE TWO BANDS, AND THEN THE
      ***** FURTHER THE MEDIAN FROM ITS ENGINE BAND'S MEDIAN, THE
      ***** HIGHER THE PUZZLE GOES IN THE DISAGREEMENT LIST
       Compara-bandes.
           INITIALIZE TaulaHistograma
           PERFORM VARYING iPz FROM 1 BY 1 UNTIL iPz > NumAvaluats
             EVALUATE TRUE
               WHEN PzMediana(iPz) <= TempsFacil
                 MOVE 1 TO PzBandaJug(iPz)
               WHEN PzMediana(iPz) <= TempsMitja
                 MOVE 2 TO PzBandaJug(iPz)
               WHEN OTHER
                 MOVE 3 TO PzBandaJug(iPz)
             END-EVALUATE
             MOVE PzBanda(iPz) TO iBanda
             MOVE PzBandaJug(iPz) TO jBanda
             IF iBanda = jBanda THEN
                 ADD 1 TO CoincActual
                 MOVE 0 TO PzPuntuacio(iPz)
             ELSE
                 ADD 1 TO NumDesacords
                 IF iBanda > jBanda THEN
                     COMPUTE DifBanda = iBanda - jBanda
                 ELSE
                     COMPUTE DifBanda = jBanda - iBanda
                 END-IF
                 IF PzMediana(iPz) > BMediana(iBanda) THEN
                     COMPUTE Desviacio = PzMediana(iPz)
                                         - BMediana(iBanda)
                 ELSE
                     COMPUTE Desviacio = BMediana(iBanda)
                                         - PzMediana(iPz)
                 END-IF
                 COMPUTE PzPuntuacio(iPz) = DifBanda * 1000000
                                            + Desviacio
             END-IF

             MOVE PzPeak(iPz) TO iPeak
             IF iPeak > 200 THEN
                 MOVE 200 TO iPeak
             END-IF
             IF iPeak > MaxPeakMostra THEN
                 MOVE iPeak TO MaxPeakMostra
             END-IF
             ADD 1 TO HistJug(iPeak + 1, jBanda)
             ADD 1 TO HistMot(iPeak + 1, iBanda)
           END-PERFORM.

      ***** EVERY PAIR FACIL <= MITJA UP TO THE HIGHEST LEVEL IN THE
      ***** SAMPLE IS TRIED: THE PAIR THAT BANDS THE MOST PUZZLES AS
      ***** THE PLAYERS DO WINS, AND ON A TIE THE ONE THAT KEEPS THE
      ***** MOST CURRENT BANDS
       Recomana-llindars.
           IF NumAvaluats = 0 THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING iBanda FROM 1 BY 1 UNTIL iBanda > 3
             MOVE HistJug(1, iBanda) TO AcumJug(1, iBanda)
             MOVE HistMot(1, iBanda) TO AcumMot(1, iBanda)
             PERFORM VARYING iPeak FROM 2 BY 1
                     UNTIL iPeak > MaxPeakMostra + 1
               COMPUTE AcumJug(iPeak, iBanda) =
                   AcumJug(iPeak - 1, iBanda) + HistJug(iPeak, iBanda)
               COMPUTE AcumMot(iPeak, iBanda) =
                   AcumMot(iPeak - 1, iBanda) + HistMot(iPeak, iBanda)
             END-PERFORM
           END-PERFORM

           MOVE MaxPeakMostra TO iPeak
           ADD 1 TO iPeak
           PERFORM VARYING ProvaFacil FROM 0 BY 1
                   UNTIL ProvaFacil > MaxPeakMostra
             PERFORM VARYING ProvaMitja FROM ProvaFacil BY 1
                     UNTIL ProvaMitja > MaxPeakMostra
               COMPUTE AcordProva =
                   AcumJug(ProvaFacil + 1, 1)
                 + AcumJug(ProvaMitja + 1, 2)
                 - AcumJug(ProvaFacil + 1, 2)
                 + AcumJug(iPeak, 3)
                 - AcumJug(ProvaMitja + 1, 3)
               COMPUTE AcordMotProva =
                   AcumMot(ProvaFacil + 1, 1)
                 + AcumMot(ProvaMitja + 1, 2)
                 - AcumMot(ProvaFacil + 1, 2)
                 + AcumMot(iPeak, 3)
                 - AcumMot(ProvaMitja + 1, 3)
               IF NOT RecomanacioFeta
                  OR AcordProva > MillorAcord
                  OR (AcordProva = MillorAcord
                      AND AcordMotProva > MillorAcordMot) THEN
                   SET RecomanacioFeta TO TRUE
                   MOVE AcordProva TO MillorAcord
                   MOVE AcordMotProva TO MillorAcordMot
                   MOVE ProvaFacil TO LlindarFacil
                   MOVE ProvaMitja TO LlindarMitja
               END-IF
             END-PERFORM
           END-PERFORM.

      ***** WHAT THE RECOMMENDED THRESHOLDS WOULD DO TO THE WHOLE
      ***** CATALOG; A WITHDRAWN GRID KEEPS ITS RETIRAT BAND
       Compta-rebandeig.
           INITIALIZE TaulaRebandeig
           MOVE LOW-VALUES TO CatalegClau
           START CatalegFile KEY IS NOT LESS THAN CatalegClau
               INVALID KEY SET FiCataleg TO TRUE
           END-START
           PERFORM UNTIL FiCataleg
             READ CatalegFile NEXT RECORD
                 AT END SET FiCataleg TO TRUE
                 NOT AT END PERFORM Classifica-registre
             END-READ
           END-PERFORM.

       Classifica-registre.
           ADD 1 TO NumCataleg
           IF CatalegDificultat = 'RETIRAT' THEN
               ADD 1 TO NumRetirats
               EXIT PARAGRAPH
           END-IF
           PERFORM Banda-del-cataleg
           MOVE CatalegPeakNivell TO PeakBanda
           PERFORM Calcula-banda
           ADD 1 TO Rebandeig(iBanda, BandaNova)
           IF iBanda NOT = BandaNova THEN
               ADD 1 TO NumACanviar
           END-IF.

      ***** SAME RULE AS Calcula-dificultat IN PROGRAM SUDOKU
       Calcula-banda.
           EVALUATE TRUE
             WHEN PeakBanda <= LlindarFacil
               MOVE 1 TO BandaNova
             WHEN PeakBanda <= LlindarMitja
               MOVE 2 TO BandaNova
             WHEN OTHER
               MOVE 3 TO BandaNova
           END-EVALUATE.

      *****************************************************************
      ******* ANALITZA REPORT *****************************************
      *****************************************************************
       Escriu-resum-valoracions.
           MOVE 'VALORACIONS DELS JUGADORS' TO LiniaTreball
           PERFORM Escriu-linia-report
           MOVE SPACES TO LiniaTreball
           PERFORM Escriu-linia-report

           MOVE NumLlegides TO CompteEd
           MOVE SPACES TO LiniaTreball
           STRING '  Llegides                 ' CompteEd
                  INTO LiniaTreball
           END-STRING
           PERFORM Escriu-linia-report
           MOVE NumInvalides TO CompteEd
           MOVE SPACES TO LiniaTreball
           STRING '  Invalides                ' CompteEd
                  INTO LiniaTreball
           END-STRING
           PERFORM Escriu-linia-report
           MOVE NumForaCataleg TO CompteEd
           MOVE SPACES TO LiniaTreball
           STRING '  Fora del cataleg         ' CompteEd
                  INTO LiniaTreball
           END-STRING
           PERFORM Escriu-linia-report
           MOVE NumSenseBanda TO CompteEd
           MOVE SPACES TO LiniaTreball
           STRING '  Retirats o sense banda   ' CompteEd
                  INTO LiniaTreball
           END-STRING
           PERFORM Escriu-linia-report
           MOVE NumAlCataleg TO CompteEd
           MOVE SPACES TO LiniaTreball
           STRING '  Comparables              ' CompteEd
                  INTO LiniaTreball
           END-STRING
           PERFORM Escriu-linia-report

           MOVE NumAvaluats TO CompteEd
           MOVE MinJugades TO Compte2Ed
           MOVE NumDescartats TO Compte3Ed
           MOVE SPACES TO LiniaTreball
           STRING '  Problemes avaluats       ' CompteEd
                  '  (minim' Compte2Ed ' jugades sense pistes;'
                  Compte3Ed ' descartats)'
                  INTO LiniaTreball
           END-STRING
           PERFORM Escriu-linia-report
           IF TaulaPlena THEN
               MOVE MaxTrencaclosques TO CompteEd
               MOVE SPACES TO LiniaTreball
               STRING '  Taula plena: nomes s''avaluen els primers'
                      CompteEd ' problemes'
                      INTO LiniaTreball
               END-STRING
               PERFORM Escriu-linia-report
           END-IF
           MOVE SPACES TO LiniaTreball
           PERFORM Escriu-linia-report.

       Escriu-temps-per-banda.
           MOVE 'TEMPS DELS JUGADORS PER BANDA DEL MOTOR'
             TO LiniaTreball
           PERFORM Escriu-linia-report
           MOVE SPACES TO LiniaTreball
           PERFORM Escriu-linia-report
           MOVE '  BANDA    PROBLEMES  JUGADES  %PISTES  MEDIANA(s)'
             TO LiniaTreball
           MOVE 'NIVELL MIG  INTENTS MIG  MILLOR TEMPS MIG(ms)'
             TO LiniaTreball(53:45)
           PERFORM Escriu-linia-report

           PERFORM VARYING iBanda FROM 1 BY 1 UNTIL iBanda > 3
             PERFORM Escriu-linia-banda
           END-PERFORM
           MOVE SPACES TO LiniaTreball
           PERFORM Escriu-linia-report

           MOVE TempsFacil TO CompteEd
           MOVE TempsMitja TO Compte2Ed
           MOVE SPACES TO LiniaTreball
           STRING '  Banda dels jugadors: FACIL fins a' CompteEd
                  ' s, MITJA fins a' Compte2Ed ' s, DIFICIL per sobre'
                  INTO LiniaTreball
           END-STRING
           PERFORM Escriu-linia-report

           MOVE CoincActual TO CompteEd
           MOVE NumAvaluats TO Compte2Ed
           IF NumAvaluats > 0 THEN
               COMPUTE PercentWk ROUNDED = CoincActual * 100
                                           / NumAvaluats
           ELSE
               MOVE 0 TO PercentWk
           END-IF
           MOVE PercentWk TO PercentEd
           MOVE SPACES TO LiniaTreball
           STRING '  Coincidencia de la banda actual:' CompteEd
                  ' de' Compte2Ed ' (' PercentEd ' %)'
                  INTO LiniaTreball
           END-STRING
           PERFORM Escriu-linia-report
           MOVE SPACES TO LiniaTreball
           PERFORM Escriu-linia-report.

       Escriu-linia-banda.
           MOVE SPACES TO LiniaTreball
           MOVE NomBanda(iBanda) TO LiniaTreball(3:7)
           MOVE BNumProbl(iBanda) TO CompteEd
           MOVE CompteEd TO LiniaTreball(14:7)
           MOVE BJugades(iBanda) TO CompteEd
           MOVE CompteEd TO LiniaTreball(23:7)
           IF BJugades(iBanda) + BPistes(iBanda) > 0 THEN
               COMPUTE PercentWk ROUNDED = BPistes(iBanda) * 100
                   / (BJugades(iBanda) + BPistes(iBanda))
           ELSE
               MOVE 0 TO PercentWk
           END-IF
           MOVE PercentWk TO PercentEd
           MOVE PercentEd TO LiniaTreball(33:6)
           IF BNumProbl(iBanda) = 0 THEN
               MOVE '(cap problema)' TO LiniaTreball(41:14)
               PERFORM Escriu-linia-report
               EXIT PARAGRAPH
           END-IF
           MOVE BMediana(iBanda) TO TempsSegEd
           MOVE TempsSegEd TO LiniaTreball(45:6)
           COMPUTE MitjanaWk = BSumPeak(iBanda) / BNumProbl(iBanda)
           MOVE MitjanaWk TO NivellEd
           MOVE NivellEd TO LiniaTreball(60:3)
           COMPUTE MitjanaWk = BSumGuesses(iBanda) / BNumProbl(iBanda)
           MOVE MitjanaWk TO GuessEd
           MOVE GuessEd TO LiniaTreball(71:5)
           COMPUTE MitjanaWk = BSumMillor(iBanda) / BNumProbl(iBanda)
           MOVE MitjanaWk TO MillorEd
           MOVE MillorEd TO LiniaTreball(89:9)
           PERFORM Escriu-linia-report.

      ***** THE HIGHEST-SCORING PUZZLES FIRST, BY REPEATED SELECTION
       Escriu-desacords.
           MOVE MaxLlista TO NivellEd
           MOVE SPACES TO LiniaTreball
           STRING 'PROBLEMES AMB MES DESACORD (fins a' NivellEd ')'
                  INTO LiniaTreball
           END-STRING
           PERFORM Escriu-linia-report
           MOVE SPACES TO LiniaTreball
           PERFORM Escriu-linia-report
           MOVE '  GRAELLA CANONICA' TO LiniaTreball
           MOVE 'VAR MOTOR   JUGADORS MEDIANA NIV INTENTS JUGADES'
             TO LiniaTreball(85:48)
           PERFORM Escriu-linia-report

           PERFORM UNTIL NumLlistats = MaxLlista
             MOVE 0 TO MillorPuntuacio
             MOVE 0 TO jPz
             PERFORM VARYING iPz FROM 1 BY 1 UNTIL iPz > NumAvaluats
               IF PzLlistatSw(iPz) = 0
                  AND PzPuntuacio(iPz) > MillorPuntuacio THEN
                   MOVE PzPuntuacio(iPz) TO MillorPuntuacio
                   MOVE iPz TO jPz
               END-IF
             END-PERFORM
             IF jPz = 0 THEN
                 EXIT PERFORM
             END-IF
             MOVE 1 TO PzLlistatSw(jPz)
             ADD 1 TO NumLlistats
             PERFORM Escriu-linia-desacord
           END-PERFORM

           IF NumLlistats = 0 THEN
               MOVE '  (cap desacord)' TO LiniaTreball
               PERFORM Escriu-linia-report
           END-IF
           MOVE SPACES TO LiniaTreball
           PERFORM Escriu-linia-report.

       Escriu-linia-desacord.
           MOVE SPACES TO LiniaTreball
           MOVE PzClau(jPz)(1:81) TO LiniaTreball(3:81)
           MOVE PzClau(jPz)(82:4) TO LiniaTreball(85:4)
           MOVE PzBanda(jPz) TO iBanda
           MOVE NomBanda(iBanda) TO LiniaTreball(89:7)
           MOVE PzBandaJug(jPz) TO iBanda
           MOVE NomBanda(iBanda) TO LiniaTreball(97:7)
           MOVE PzMediana(jPz) TO TempsSegEd
           MOVE TempsSegEd TO LiniaTreball(107:6)
           MOVE PzPeak(jPz) TO NivellEd
           MOVE NivellEd TO LiniaTreball(114:3)
           MOVE PzGuesses(jPz) TO GuessEd
           MOVE GuessEd TO LiniaTreball(120:5)
           MOVE PzJugades(jPz) TO CompteEd
           MOVE CompteEd TO LiniaTreball(126:7)
           PERFORM Escriu-linia-report.

       Escriu-recomanacio.
           MOVE 'RECOMANACIO DE LLINDARS (nivell maxim de cerca,'
             TO LiniaTreball
           MOVE 'parametres FACIL i MITJA del programa SUDOKU)'
             TO LiniaTreball(49:45)
           PERFORM Escriu-linia-report
           MOVE SPACES TO LiniaTreball
           PERFORM Escriu-linia-report
           IF NOT RecomanacioFeta THEN
               MOVE '  Sense problemes avaluats: cap recomanacio'
                 TO LiniaTreball
               PERFORM Escriu-linia-report
               EXIT PARAGRAPH
           END-IF

           MOVE LlindarFacil TO LlindarEd
           MOVE LlindarMitja TO Llindar2Ed
           MOVE SPACES TO LiniaTreball
           STRING '  Llindars recomanats: FACIL=' LlindarEd
                  ' MITJA=' Llindar2Ed
                  INTO LiniaTreball
           END-STRING
           PERFORM Escriu-linia-report
           MOVE MillorAcord TO CompteEd
           MOVE CoincActual TO Compte2Ed
           MOVE NumAvaluats TO Compte3Ed
           MOVE SPACES TO LiniaTreball
           STRING '  Coincidencia amb els jugadors:' CompteEd
                  ' (actual' Compte2Ed ') de' Compte3Ed ' problemes'
                  INTO LiniaTreball
           END-STRING
           PERFORM Escriu-linia-report
           MOVE SPACES TO LiniaTreball
           PERFORM Escriu-linia-report

           MOVE NumCataleg TO CompteEd
           MOVE NumRetirats TO Compte2Ed
           MOVE SPACES TO LiniaTreball
           STRING '  Rebandeig esperat al cataleg:' CompteEd
                  ' registres,' Compte2Ed ' retirats (no es toquen)'
                  INTO LiniaTreball
           END-STRING
           PERFORM Escriu-linia-report
           MOVE '    DE \ A       FACIL    MITJA  DIFICIL'
             TO LiniaTreball
           PERFORM Escriu-linia-report
           PERFORM VARYING iBanda FROM 1 BY 1 UNTIL iBanda > 4
             MOVE SPACES TO LiniaTreball
             MOVE NomBanda(iBanda) TO LiniaTreball(5:7)
             MOVE Rebandeig(iBanda, 1) TO CompteEd
             MOVE Rebandeig(iBanda, 2) TO Compte2Ed
             MOVE Rebandeig(iBanda, 3) TO Compte3Ed
             STRING CompteEd ' ' Compte2Ed ' ' Compte3Ed
                    INTO LiniaTreball(15:23)
             END-STRING
             PERFORM Escriu-linia-report
           END-PERFORM
           MOVE NumACanviar TO CompteEd
           MOVE SPACES TO LiniaTreball
           STRING '  Registres que canviarien de banda:' CompteEd
                  INTO LiniaTreball
           END-STRING
           PERFORM Escriu-linia-report
           MOVE SPACES TO LiniaTreball
           STRING '  Un cop aprovats: CALIBRA APLICA '
                  DELIMITED BY SIZE
                  CatalegFileName DELIMITED BY SPACE
                  ' ' LlindarFacil ' ' LlindarMitja
                  DELIMITED BY SIZE
                  INTO LiniaTreball
           END-STRING
           PERFORM Escriu-linia-report.

      *****************************************************************
      ******* APLICA: RE-BAND THE CATALOG *****************************
      *****************************************************************
      ***** EVERY CHANGED RECORD IS JOURNALED AS A MODIFICA, SO THE
      ***** RE-BANDING SURVIVES A ROLL-FORWARD RECOVERY
       Aplica-llindars.
           IF NOT LlindarsDonats OR LlindarFacil > LlindarMitja THEN
               DISPLAY 'APLICA necessita els llindars FACIL i MITJA '
                       '(FACIL <= MITJA)'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O CatalegFile
           IF CatalegStatus NOT = '00' THEN
               DISPLAY 'No es pot obrir ' CatalegFileName
                       ' (estat ' CatalegStatus ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Obre-diari

           INITIALIZE TaulaRebandeig
           MOVE LOW-VALUES TO CatalegClau
           START CatalegFile KEY IS NOT LESS THAN CatalegClau
               INVALID KEY SET FiCataleg TO TRUE
           END-START
           PERFORM UNTIL FiCataleg
             READ CatalegFile NEXT RECORD
                 AT END SET FiCataleg TO TRUE
                 NOT AT END PERFORM Rebanda-registre
             END-READ
           END-PERFORM

           CLOSE CatalegFile
           CLOSE DiariFile
           DISPLAY NumCanviats ' canviats de ' NumCataleg
                   ' registres (' NumRetirats ' retirats)'
           PERFORM VARYING iBanda FROM 1 BY 1 UNTIL iBanda > 4
             DISPLAY '  ' NomBanda(iBanda) ' -> FACIL '
                     Rebandeig(iBanda, 1) ' MITJA '
                     Rebandeig(iBanda, 2) ' DIFICIL '
                     Rebandeig(iBanda, 3)
           END-PERFORM
           DISPLAY 'Els problemes nous es classifiquen amb SUDOKU '
                   'FACIL=' LlindarFacil ' MITJA=' LlindarMitja.

       Rebanda-registre.
           PERFORM Classifica-registre
           IF CatalegDificultat = 'RETIRAT' OR iBanda = BandaNova THEN
               EXIT PARAGRAPH
           END-IF
           MOVE CatalegRecord TO CatalegAbans
           MOVE NomBanda(BandaNova) TO CatalegDificultat
           REWRITE CatalegRecord
           IF CatalegStatus = '00' THEN
               ADD 1 TO NumCanviats
               MOVE CatalegRecord TO CatalegDespres
               PERFORM Escriu-diari
           ELSE
               DISPLAY 'Error en modificar ' CatalegGrid
                       ' (estat ' CatalegStatus ')'
           END-IF.

      *****************************************************************
      ******* CHANGE JOURNAL ******************************************
      *****************************************************************
       Obre-diari.
           OPEN EXTEND DiariFile
           IF DiariStatus NOT = '00' THEN
               OPEN OUTPUT DiariFile
           END-IF.

       Escriu-diari.
           PERFORM Obtenir-DataHora
           MOVE SPACES TO DiariRecord
           MOVE IdExecucio TO DiariIdExecucio
           MOVE DataHoraActual TO DiariDataHora
           MOVE 'CALIBRA' TO DiariPrograma
           MOVE FuncioDemanada TO DiariFuncio
           MOVE 'MODIFICA' TO DiariAccio
           MOVE CatalegAbans TO DiariAbans
           MOVE CatalegDespres TO DiariDespres
           WRITE DiariRecord.

       Obtenir-DataHora.
           ACCEPT DataAvui FROM DATE YYYYMMDD
           ACCEPT HoraAvui FROM TIME
           STRING DataAvui HoraAvui(1:6) DELIMITED BY SIZE
                  INTO DataHoraActual
           END-STRING.

      *****************************************************************
      ******* PAGINATION **********************************************
      *****************************************************************
       Escriu-linia-report.
           IF LiniaActual >= LiniesPerPagina THEN
               PERFORM Escriu-capcalera-pagina
           END-IF
           MOVE LiniaTreball TO LiniaReport
           WRITE LiniaReport
           ADD 1 TO LiniaActual.

       Escriu-capcalera-pagina.
           ADD 1 TO NumPagina
           MOVE NumPagina TO NumPaginaEd
           MOVE SPACES TO LiniaReport
           STRING 'CALIBRATGE DE LA DIFICULTAT   '
                  DataAny '-' DataMes '-' DataDia
                  '   Pagina ' NumPaginaEd
                  INTO LiniaReport
           END-STRING
           WRITE LiniaReport
           MOVE ALL '=' TO LiniaReport
           WRITE LiniaReport
           MOVE SPACES TO LiniaReport
           WRITE LiniaReport
           MOVE 3 TO LiniaActual.

      *****************************************************************
      ******* CANONICAL FORM OF A GRID (SAME METHOD AS SUDOKU) ********
      *****************************************************************
      ***** A VARIANT GRID ONLY TRIES THE IDENTITY ARRANGEMENT
      ***** (LimitPerm = 1), AS WHEN IT WAS CATALOGUED. ONLY THE KEY
      ***** IS NEEDED HERE, NOT THE DIGIT MAP BACK
       Calcula-clau-canonica.
           MOVE HIGH-VALUES TO GridCanonic
           PERFORM VARYING iPermFil FROM 1 BY 1
                   UNTIL iPermFil > LimitPerm
             PERFORM Construeix-mapa-files
             PERFORM VARYING iPermCol FROM 1 BY 1
                     UNTIL iPermCol > LimitPerm
               PERFORM Construeix-mapa-columnes
               PERFORM Genera-candidat
               IF CandidatMillor THEN
                   MOVE GridCandidat TO GridCanonic
                   MOVE MapaFiles TO MillorMapaFiles
                   MOVE MapaColumnes TO MillorMapaColumnes
                   MOVE MapaDigits TO MillorMapaDigits
               END-IF
             END-PERFORM
           END-PERFORM.

       Construeix-mapa-files.
           SUBTRACT 1 FROM iPermFil GIVING PermResta
           COMPUTE PermBanda1 = PermResta / 36
           COMPUTE PermResta = PermResta - PermBanda1 * 36
           COMPUTE PermBanda2 = PermResta / 6
           COMPUTE PermBanda3 = PermResta - PermBanda2 * 6
           ADD 1 TO PermBanda1
           ADD 1 TO PermBanda2
           ADD 1 TO PermBanda3
           PERFORM VARYING kPerm FROM 1 BY 1 UNTIL kPerm > 3
             MOVE PermElem(PermBanda1, kPerm) TO MapaFila(kPerm)
             COMPUTE MapaFila(kPerm + 3)
                     = 3 + PermElem(PermBanda2, kPerm)
             COMPUTE MapaFila(kPerm + 6)
                     = 6 + PermElem(PermBanda3, kPerm)
           END-PERFORM.

       Construeix-mapa-columnes.
           SUBTRACT 1 FROM iPermCol GIVING PermResta
           COMPUTE PermBanda1 = PermResta / 36
           COMPUTE PermResta = PermResta - PermBanda1 * 36
           COMPUTE PermBanda2 = PermResta / 6
           COMPUTE PermBanda3 = PermResta - PermBanda2 * 6
           ADD 1 TO PermBanda1
           ADD 1 TO PermBanda2
           ADD 1 TO PermBanda3
           PERFORM VARYING kPerm FROM 1 BY 1 UNTIL kPerm > 3
             MOVE PermElem(PermBanda1, kPerm) TO MapaCol(kPerm)
             COMPUTE MapaCol(kPerm + 3)
                     = 3 + PermElem(PermBanda2, kPerm)
             COMPUTE MapaCol(kPerm + 6)
                     = 6 + PermElem(PermBanda3, kPerm)
           END-PERFORM.

       Genera-candidat.
           MOVE '000000000' TO MapaDigits
           MOVE 0 TO ProperDigit
           MOVE 0 TO EstatCandidat
           MOVE 0 TO PosCanon
           PERFORM VARYING iCanon FROM 1 BY 1
                   UNTIL iCanon > 9 OR CandidatPitjor
             PERFORM VARYING jCanon FROM 1 BY 1
                     UNTIL jCanon > 9 OR CandidatPitjor
               ADD 1 TO PosCanon
               COMPUTE PosFont = (MapaFila(iCanon) - 1) * 9
                                 + MapaCol(jCanon)
               IF GridOriginal(PosFont:1) = '.' THEN
                   MOVE '.' TO CarCanonic
               ELSE
                   MOVE GridOriginal(PosFont:1) TO DigCanon
                   IF MapaDigits(DigCanon:1) = '0' THEN
                       ADD 1 TO ProperDigit
                       MOVE Digits(ProperDigit)
                         TO MapaDigits(DigCanon:1)
                   END-IF
                   MOVE MapaDigits(DigCanon:1) TO CarCanonic
               END-IF
               MOVE CarCanonic TO GridCandidat(PosCanon:1)
               IF EstatCandidat = 0 THEN
                   IF CarCanonic < GridCanonic(PosCanon:1) THEN
                       MOVE 1 TO EstatCandidat
                   ELSE
                       IF CarCanonic > GridCanonic(PosCanon:1) THEN
                           MOVE 2 TO EstatCandidat
                       END-IF
                   END-IF
               END-IF
             END-PERFORM
           END-PERFORM.
       END PROGRAM CALIBRA.
