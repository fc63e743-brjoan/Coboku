      ******************************************************************
      * Author: Joan Bagudà Rigol
      * Date: 15/10/2026
      * Purpose: Print-ready publication of a puzzle file (generator
      *          output or an order delivery): paginated pages with
      *          header and footer, N box-ruled puzzles per page with a
      *          sequential number and difficulty label, and an answer
      *          key section at the back, printed smaller with several
      *          solutions per page and cross-referenced both ways.
      *          Solutions come from an order answer key, a SUDOKU
      *          solution file or the master catalog. Page size,
      *          puzzles per page and title come from a control file,
      *          so one program serves the newspaper strip and the
      *          booklet alike
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PUBLICA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ControlFile ASSIGN TO DYNAMIC ControlFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ControlStatus.

           SELECT ProblemaFile ASSIGN TO DYNAMIC ProblemaFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ProblemaStatus.

           SELECT ClausFile ASSIGN TO DYNAMIC ClausFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ClausStatus.

           SELECT SolucioFile ASSIGN TO DYNAMIC SolucioFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SolucioStatus.

           SELECT RegionsFile ASSIGN TO DYNAMIC RegionsFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RegionsStatus.

           SELECT CatalegFile ASSIGN TO DYNAMIC CatalegFileName
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CatalegClau
             FILE STATUS IS CatalegStatus.

           SELECT SortidaFile ASSIGN TO DYNAMIC SortidaFileName
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ControlFile.
       01  LiniaControl PICTURE X(120).

      ***** THE 81-COLUMN EXCHANGE FORMAT; COLUMNS 122-125 CARRY THE
      ***** VARIANT CODE OF A NON-CLASSIC PUZZLE
       FD  ProblemaFile.
       01  LiniaProblema PICTURE X(125).

      ***** SAME LAYOUT AS THE ANSWER KEY WRITTEN BY PROGRAM COMANDA:
      ***** LINE N SOLVES PUZZLE N
       FD  ClausFile.
       01  LiniaClaus.
           05 ClauSolucio     PICTURE X(81).
           05 FILLER          PICTURE X(1).
           05 ClauDificultat  PICTURE X(7).

      ***** THE SOLUTION FILE WRITTEN BY PROGRAM SUDOKU FOR THIS SAME
      ***** PUZZLE FILE; ONLY THE RESULT LINES AND THE 81-DIGIT
      ***** MACHINE LINES ARE USED
       FD  SolucioFile.
       01  LiniaSolucio PICTURE X(125).

      ***** SAME LAYOUT FILE AS READ BY PROGRAM SUDOKU
       FD  RegionsFile.
       01  RegionsLinea.
           05 RegionsCodi     PICTURE X(4).
           05 FILLER          PICTURE X(1).
           05 RegionsDiagonal PICTURE X(1).
           05 FILLER          PICTURE X(1).
           05 RegionsMapa     PICTURE X(81).

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

       FD  SortidaFile.
       01  LiniaSortida PICTURE X(132).

       WORKING-STORAGE SECTION.
      ******Run parameters (control file keywords) ******
       01  ControlFileName    PICTURE X(100) VALUE 'publica.ctl'.
       01  ProblemaFileName   PICTURE X(100) VALUE 'problema.txt'.
       01  ClausFileName      PICTURE X(100) VALUE SPACES.
       01  SolucioFileName    PICTURE X(100) VALUE SPACES.
       01  CatalegFileName    PICTURE X(100) VALUE SPACES.
       01  RegionsFileName    PICTURE X(100) VALUE 'regions.txt'.
       01  SortidaFileName    PICTURE X(100) VALUE 'publica.txt'.
       01  Titol              PICTURE X(100) VALUE 'SUDOKUS'.
       01  DificultatDefecte  PICTURE X(7) VALUE SPACES.
       01  VariantDefecte     PICTURE X(4) VALUE SPACES.
       01  LiniesPagina       PICTURE 9(3) VALUE 66.
       01  ColumnesPagina     PICTURE 9(3) VALUE 80.
       01  PerPagina          PICTURE 9(3) VALUE 2.
       01  SolPerPagina       PICTURE 9(3) VALUE 0.
       01  ControlStatus      PICTURE XX.
       01  ProblemaStatus     PICTURE XX.
       01  ClausStatus        PICTURE XX.
       01  SolucioStatus      PICTURE XX.
       01  RegionsStatus      PICTURE XX.
       01  CatalegStatus      PICTURE XX.
       01  ArgNum             PICTURE 9(4).
       01  iParm              PICTURE 9(4).
       01  ClauParm           PICTURE X(20).
       01  ValorParm          PICTURE X(100).
       01  FiControlSw        PICTURE 9 VALUE 0.
           88 FiControl         VALUE 1.
       01  ValorNum           PICTURE 9(9).
       01  DigParm            PICTURE 9.

      ******Puzzles to publish, numbered in input order ******
       01  MaxSudokus         PICTURE 9(4) VALUE 500.
       01  NumSudokus         PICTURE 9(4) VALUE 0.
       01  iSud               PICTURE 9(4).
       01  TaulaSudokus.
           05 FILLER OCCURS 500 TIMES.
              10 SudGrid        PICTURE X(81).
              10 SudSolucio     PICTURE X(81).
              10 SudDificultat  PICTURE X(7).
              10 SudVariant     PICTURE X(4).
       01  NumSenseSolucio    PICTURE 9(4) VALUE 0.
       01  NumIgnorats        PICTURE 9(6) VALUE 0.
       01  FiFitxerSw         PICTURE 9 VALUE 0.
           88 FiFitxer          VALUE 1.
       01  EsperaMaquinaSw    PICTURE 9 VALUE 0.
           88 EsperaMaquina     VALUE 1.
       01  NumSolProbl        PICTURE 9(6).
       01  NumDigitsLinia     PICTURE 9(3).
       01  NumLiniaClau       PICTURE 9(6).

      ******Page geometry: a puzzle block is the label line, the
      ******19-line ruled grid and a spacing line, 37 columns wide;
      ******an answer block is the label, a 13-line grid and a
      ******spacing line, 25 columns wide ******
       01  AltProbl           PICTURE 99 VALUE 21.
       01  AmpleProbl         PICTURE 99 VALUE 37.
       01  PasProbl           PICTURE 99 VALUE 41.
       01  AltSol             PICTURE 99 VALUE 15.
       01  AmpleSol           PICTURE 99 VALUE 25.
       01  PasSol             PICTURE 99 VALUE 28.
       01  LiniesCos          PICTURE 9(3).
       01  TravesProbl        PICTURE 9(3).
       01  FilesProbl         PICTURE 9(3).
       01  CabenProbl         PICTURE 9(4).
       01  MargeProbl         PICTURE 9(3).
       01  TravesSol          PICTURE 9(3).
       01  FilesSol           PICTURE 9(3).
       01  CabenSol           PICTURE 9(4).
       01  MargeSol           PICTURE 9(3).
       01  PaginesProbl       PICTURE 9(4).
       01  NumPagina          PICTURE 9(4) VALUE 0.
       01  PaginaSol          PICTURE 9(4).
       01  PaginaProbl        PICTURE 9(4).
       01  Slot               PICTURE 9(4).
       01  FilaSlot           PICTURE 9(3).
       01  ColSlot            PICTURE 9(3).
       01  LiniaIni           PICTURE 9(3).
       01  ColIni             PICTURE 9(3).
       01  Quocient           PICTURE 9(4).
       01  Residu             PICTURE 9(4).

      ******One page is built here before it is written ******
       01  TaulaPagina.
           05 LiniaPag PICTURE X(132) OCCURS 120 TIMES.
       01  iLin               PICTURE 9(3).
       01  TextPeu            PICTURE X(80).
       01  LongText           PICTURE 9(3).
       01  PosText            PICTURE 9(3).
       01  SeccioSw           PICTURE 9 VALUE 0.
           88 SeccioProblemes   VALUE 0.
           88 SeccioSolucions   VALUE 1.

      ******Drawing of one grid ******
       01  LiniaGraella       PICTURE X(37).
       01  LiniaEtiqueta      PICTURE X(37).
       01  iG                 PICTURE 99.
       01  jG                 PICTURE 99.
       01  PosG               PICTURE 99.
       01  Cas1               PICTURE 99.
       01  Cas2               PICTURE 99.
       01  CarCasella         PICTURE X.
       01  NumEd              PICTURE Z(3)9.
       01  PagEd              PICTURE Z(2)9.
       01  PagEd2             PICTURE Z(2)9.

      ******Sudoku variants: region map and diagonals of the puzzle
      ******being drawn, so a jigsaw is ruled on its own regions ******
       01  VariantProbl       PICTURE X(4) VALUE SPACES.
       01  VariantTaules      PICTURE X(4) VALUE HIGH-VALUES.
       01  VariantDesconegudaSw PICTURE 9 VALUE 0.
           88 VariantDesconeguda VALUE 1.
       01  FiRegionsSw        PICTURE 9 VALUE 0.
           88 FiRegions         VALUE 1.
       01  MaxVariants        PICTURE 99 VALUE 20.
       01  NumVariants        PICTURE 99 VALUE 0.
       01  iVariant           PICTURE 99.
       01  iRegio             PICTURE 99.
       01  CasesRegio OCCURS 9 TIMES PICTURE 99.
       01  TaulaVariants.
           05 FILLER OCCURS 20 TIMES.
              10 VarCodi      PICTURE X(4).
              10 VarDiagonal  PICTURE X.
              10 VarRegions   PICTURE X(81).
       01  DiagonalsSw        PICTURE 9 VALUE 0.
           88 AmbDiagonals      VALUE 1.
       01  RegionsActuals     PICTURE X(81) VALUE SPACES.
       01  TaulaRegions.
           05 RegioCas PICTURE 9 OCCURS 81 TIMES.
       01  iFilBox            PICTURE 99.
       01  iColBox            PICTURE 99.

      ******Catalog lookup by canonical key (same method as program
      ******SUDOKU) for puzzles the other sources leave unsolved ******
       01  CatalegActiuSw     PICTURE 9 VALUE 0.
           88 CatalegActiu      VALUE 1.
       01  GridOriginal       PICTURE X(81).
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
       01  MapaInvers         PICTURE X(9).
       01  GridCandidat       PICTURE X(81).
       01  GridCanonic        PICTURE X(81).
       01  SolucioMapejada    PICTURE X(81).
       01  ProperDigit        PICTURE 9.
       01  CarCanonic         PICTURE X.
       01  DigCanon           PICTURE 9.
       01  iCanon             PICTURE 99.
       01  jCanon             PICTURE 99.
       01  PosCanon           PICTURE 99.
       01  PosFont            PICTURE 99.
       01  iDigCan            PICTURE 99.
       01  jDigCan            PICTURE 99.
       01  ContCan            PICTURE 9.
       01  EstatCandidat      PICTURE 9.
           88 CandidatMillor    VALUE 1.
           88 CandidatPitjor    VALUE 2.
       01  CarDigits PICTURE X(9) VALUE '123456789'.
       01  FILLER    REDEFINES CarDigits.
           05 Digits OCCURS 9 TIMES PICTURE X.

       PROCEDURE DIVISION.

      *****************************************************************
      ************* START AND MAIN LINE *******************************
      *****************************************************************
       MAIN-PROCEDURE.

           PERFORM Obtenir-Parametres
           PERFORM Calcula-geometria
           PERFORM Carrega-variants
           PERFORM Carrega-problemes
           IF NumSudokus = 0 THEN
               DISPLAY 'Cap problema a publicar a ' ProblemaFileName
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF ClausFileName NOT = SPACES THEN
               PERFORM Carrega-claus
           END-IF
           IF SolucioFileName NOT = SPACES THEN
               PERFORM Carrega-solucions
           END-IF
           IF CatalegFileName NOT = SPACES THEN
               PERFORM Completa-de-cataleg
           END-IF

           PERFORM VARYING iSud FROM 1 BY 1 UNTIL iSud > NumSudokus
             IF SudSolucio(iSud) = SPACES THEN
                 ADD 1 TO NumSenseSolucio
             END-IF
           END-PERFORM

           DIVIDE NumSudokus BY PerPagina GIVING PaginesProbl
               REMAINDER Residu
           IF Residu > 0 THEN
               ADD 1 TO PaginesProbl
           END-IF

           OPEN OUTPUT SortidaFile
           PERFORM Publica-problemes
           PERFORM Publica-solucions
           CLOSE SortidaFile

           DISPLAY NumSudokus ' problemes publicats en '
                   NumPagina ' pagines'
           IF NumSenseSolucio > 0 THEN
               DISPLAY NumSenseSolucio ' problemes sense solucio'
               MOVE 4 TO RETURN-CODE
           END-IF
           IF NumIgnorats > 0 THEN
               DISPLAY NumIgnorats ' linies ignorades'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *****************************************************************
      ******* CONTROL FILE: ONE CLAU=VALOR PER LINE, * COMMENTS *******
      *****************************************************************
       Obtenir-Parametres.
           MOVE 1 TO ArgNum
           DISPLAY ArgNum UPON ARGUMENT-NUMBER
           ACCEPT ControlFileName FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
           END-ACCEPT

           OPEN INPUT ControlFile
           IF ControlStatus NOT = '00' THEN
               DISPLAY 'No es pot obrir ' ControlFileName
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL FiControl
             READ ControlFile
                 AT END SET FiControl TO TRUE
                 NOT AT END PERFORM Processa-linia-control
             END-READ
           END-PERFORM
           CLOSE ControlFile.

       Processa-linia-control.
           IF LiniaControl = SPACES OR LiniaControl(1:1) = '*' THEN
               CONTINUE
           ELSE
               MOVE SPACES TO ClauParm
               MOVE SPACES TO ValorParm
               UNSTRING LiniaControl DELIMITED BY '='
                   INTO ClauParm ValorParm
               END-UNSTRING
               PERFORM Aplica-parametre-control
           END-IF.

       Aplica-parametre-control.
           EVALUATE ClauParm
             WHEN 'PROBLEMA'
               MOVE ValorParm TO ProblemaFileName
             WHEN 'CLAUS'
               MOVE ValorParm TO ClausFileName
             WHEN 'SOLUCIO'
               MOVE ValorParm TO SolucioFileName
             WHEN 'CATALEG'
               MOVE ValorParm TO CatalegFileName
             WHEN 'REGIONS'
               MOVE ValorParm TO RegionsFileName
             WHEN 'SORTIDA'
               MOVE ValorParm TO SortidaFileName
             WHEN 'TITOL'
               MOVE ValorParm TO Titol
             WHEN 'DIFICULTAT'
               MOVE ValorParm(1:7) TO DificultatDefecte
             WHEN 'VARIANT'
               MOVE ValorParm(1:4) TO VariantDefecte
             WHEN 'LINIES'
               PERFORM Converteix-valor-numeric
               MOVE ValorNum TO LiniesPagina
             WHEN 'COLUMNES'
               PERFORM Converteix-valor-numeric
               MOVE ValorNum TO ColumnesPagina
             WHEN 'PERPAGINA'
               PERFORM Converteix-valor-numeric
               MOVE ValorNum TO PerPagina
             WHEN 'SOLPERPAGINA'
               PERFORM Converteix-valor-numeric
               MOVE ValorNum TO SolPerPagina
             WHEN OTHER
               DISPLAY 'Clau de control desconeguda: ' ClauParm
           END-EVALUATE.

       Converteix-valor-numeric.
           MOVE 0 TO ValorNum
           PERFORM VARYING iParm FROM 1 BY 1
                   UNTIL iParm > 9
                   OR ValorParm(iParm:1) < '0'
                   OR ValorParm(iParm:1) > '9'
             MOVE ValorParm(iParm:1) TO DigParm
             COMPUTE ValorNum = ValorNum * 10 + DigParm
           END-PERFORM.

      *****************************************************************
      ******* PAGE GEOMETRY *******************************************
      *****************************************************************
      ***** THREE HEADER LINES (TITLE, RULE, BLANK) AND THREE FOOTER
      ***** LINES (BLANK, RULE, TEXT) FRAME THE BODY. A PUZZLE COUNT
      ***** THAT DOES NOT FIT IS CUT DOWN; A PAGE THAT CANNOT HOLD
      ***** EVEN ONE PUZZLE STOPS THE RUN
       Calcula-geometria.
           IF ColumnesPagina > 132 THEN
               MOVE 132 TO ColumnesPagina
           END-IF
           IF LiniesPagina > 126 THEN
               MOVE 126 TO LiniesPagina
           END-IF
           IF LiniesPagina < AltProbl + 6
              OR ColumnesPagina < AmpleProbl THEN
               DISPLAY 'Pagina massa petita: ' LiniesPagina
                       ' linies, ' ColumnesPagina ' columnes'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE LiniesCos = LiniesPagina - 6

           COMPUTE TravesProbl = (ColumnesPagina + PasProbl
                                  - AmpleProbl) / PasProbl
           COMPUTE FilesProbl = LiniesCos / AltProbl
           COMPUTE CabenProbl = TravesProbl * FilesProbl
           IF PerPagina = 0 OR PerPagina > CabenProbl THEN
               IF PerPagina > CabenProbl THEN
                   DISPLAY 'Nomes caben ' CabenProbl
                           ' problemes per pagina'
               END-IF
               MOVE CabenProbl TO PerPagina
           END-IF
           IF PerPagina < TravesProbl THEN
               MOVE PerPagina TO TravesProbl
           END-IF
           COMPUTE MargeProbl = (ColumnesPagina - TravesProbl * PasProbl
                                 + PasProbl - AmpleProbl) / 2

           COMPUTE TravesSol = (ColumnesPagina + PasSol - AmpleSol)
                               / PasSol
           COMPUTE FilesSol = LiniesCos / AltSol
           COMPUTE CabenSol = TravesSol * FilesSol
           IF SolPerPagina = 0 OR SolPerPagina > CabenSol THEN
               MOVE CabenSol TO SolPerPagina
           END-IF
           IF SolPerPagina < TravesSol THEN
               MOVE SolPerPagina TO TravesSol
           END-IF
           COMPUTE MargeSol = (ColumnesPagina - TravesSol * PasSol
                               + PasSol - AmpleSol) / 2.

      *****************************************************************
      ******* INPUT: PUZZLES AND THEIR SOLUTIONS **********************
      *****************************************************************
      ***** EVERY LINE IS A PUZZLE NUMBER, AS IN PROGRAM SUDOKU, SO
      ***** THE NUMBERS MATCH THOSE OF ITS SOLUTION FILE
       Carrega-problemes.
           OPEN INPUT ProblemaFile
           IF ProblemaStatus NOT = '00' THEN
               DISPLAY 'No es pot obrir ' ProblemaFileName
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO FiFitxerSw
           PERFORM UNTIL FiFitxer
             READ ProblemaFile
                 AT END SET FiFitxer TO TRUE
                 NOT AT END PERFORM Afegeix-problema
             END-READ
           END-PERFORM
           CLOSE ProblemaFile.

       Afegeix-problema.
           IF NumSudokus = MaxSudokus THEN
               ADD 1 TO NumIgnorats
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO NumSudokus
           MOVE LiniaProblema(1:81) TO SudGrid(NumSudokus)
           INSPECT SudGrid(NumSudokus) CONVERTING '0' TO '.'
           MOVE SPACES TO SudSolucio(NumSudokus)
           MOVE DificultatDefecte TO SudDificultat(NumSudokus)
           IF LiniaProblema(122:4) NOT = SPACES THEN
               MOVE LiniaProblema(122:4) TO SudVariant(NumSudokus)
           ELSE
               MOVE VariantDefecte TO SudVariant(NumSudokus)
           END-IF.

       Carrega-claus.
           OPEN INPUT ClausFile
           IF ClausStatus NOT = '00' THEN
               DISPLAY 'No es pot obrir ' ClausFileName
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO FiFitxerSw
           MOVE 0 TO NumLiniaClau
           PERFORM UNTIL FiFitxer
             READ ClausFile
                 AT END SET FiFitxer TO TRUE
                 NOT AT END
                     ADD 1 TO NumLiniaClau
                     IF NumLiniaClau <= NumSudokus THEN
                         MOVE ClauSolucio TO SudSolucio(NumLiniaClau)
                         IF ClauDificultat NOT = SPACES THEN
                             MOVE ClauDificultat
                               TO SudDificultat(NumLiniaClau)
                         END-IF
                     END-IF
             END-READ
           END-PERFORM
           CLOSE ClausFile.

      ***** THE RESULT LINE GIVES THE PUZZLE NUMBER AND DIFFICULTY;
      ***** THE NEXT LINE WITH 81 DIGITS IS ITS SOLUTION
       Carrega-solucions.
           OPEN INPUT SolucioFile
           IF SolucioStatus NOT = '00' THEN
               DISPLAY 'No es pot obrir ' SolucioFileName
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO FiFitxerSw
           PERFORM UNTIL FiFitxer
             READ SolucioFile
                 AT END SET FiFitxer TO TRUE
                 NOT AT END PERFORM Processa-linia-solucio
             END-READ
           END-PERFORM
           CLOSE SolucioFile.

       Processa-linia-solucio.
           EVALUATE TRUE
             WHEN LiniaSolucio(1:9) = 'Problema '
                  AND (LiniaSolucio(16:17) = ': Solucio trobada'
                   OR LiniaSolucio(16:20) = ': Solucio al cataleg')
               MOVE LiniaSolucio(10:6) TO NumSolProbl
               MOVE 0 TO EsperaMaquinaSw
               IF NumSolProbl > 0 AND NumSolProbl <= NumSudokus THEN
                   SET EsperaMaquina TO TRUE
                   IF LiniaSolucio(63:7) NOT = SPACES THEN
                       MOVE LiniaSolucio(63:7)
                         TO SudDificultat(NumSolProbl)
                   END-IF
               END-IF
             WHEN EsperaMaquina
               MOVE 0 TO NumDigitsLinia
               INSPECT LiniaSolucio(1:81) TALLYING NumDigitsLinia
                       FOR ALL '1' ALL '2' ALL '3' ALL '4' ALL '5'
                           ALL '6' ALL '7' ALL '8' ALL '9'
               IF NumDigitsLinia = 81 THEN
                   IF SudSolucio(NumSolProbl) = SPACES THEN
                       MOVE LiniaSolucio(1:81)
                         TO SudSolucio(NumSolProbl)
                   END-IF
                   MOVE 0 TO EsperaMaquinaSw
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

      ***** A PUZZLE STILL WITHOUT SOLUTION OR DIFFICULTY IS LOOKED UP
      ***** UNDER ITS CANONICAL KEY AND THE STORED SOLUTION MAPPED
      ***** BACK TO THE PRINTED ORIENTATION
       Completa-de-cataleg.
           OPEN INPUT CatalegFile
           IF CatalegStatus NOT = '00' THEN
               DISPLAY 'Cataleg no disponible: ' CatalegFileName
                       ' (estat ' CatalegStatus ')'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING iSud FROM 1 BY 1 UNTIL iSud > NumSudokus
             IF SudSolucio(iSud) = SPACES
                OR SudDificultat(iSud) = SPACES THEN
                 PERFORM Consulta-cataleg
             END-IF
           END-PERFORM
           CLOSE CatalegFile.

       Consulta-cataleg.
           MOVE SudGrid(iSud) TO GridOriginal
           IF SudVariant(iSud) = SPACES THEN
               MOVE 216 TO LimitPerm
           ELSE
               MOVE 1 TO LimitPerm
           END-IF
           PERFORM Calcula-clau-canonica
           MOVE GridCanonic TO CatalegGrid
           MOVE SudVariant(iSud) TO CatalegVariant
           READ CatalegFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF SudSolucio(iSud) = SPACES THEN
                       PERFORM Mapeja-solucio-original
                       MOVE SolucioMapejada TO SudSolucio(iSud)
                   END-IF
                   IF SudDificultat(iSud) = SPACES THEN
                       MOVE CatalegDificultat TO SudDificultat(iSud)
                   END-IF
           END-READ.

      *****************************************************************
      ******* PUZZLE PAGES ********************************************
      *****************************************************************
       Publica-problemes.
           SET SeccioProblemes TO TRUE
           MOVE SPACES TO TaulaPagina
           PERFORM VARYING iSud FROM 1 BY 1 UNTIL iSud > NumSudokus
             SUBTRACT 1 FROM iSud GIVING Slot
             DIVIDE Slot BY PerPagina GIVING Quocient
                 REMAINDER Slot
             IF Slot = 0 AND iSud > 1 THEN
                 PERFORM Escriu-pagina
                 MOVE SPACES TO TaulaPagina
             END-IF
             DIVIDE Slot BY TravesProbl GIVING FilaSlot
                 REMAINDER ColSlot
             COMPUTE LiniaIni = FilaSlot * AltProbl + 1
             COMPUTE ColIni = MargeProbl + ColSlot * PasProbl + 1
             PERFORM Dibuixa-problema
           END-PERFORM
           PERFORM Escriu-pagina.

      ***** LABEL: NUMBER, DIFFICULTY, VARIANT AND THE PAGE OF THE
      ***** ANSWER; THE GRID IS RULED HEAVY ('#' AND '=') ON REGION
      ***** BOUNDARIES AND LIGHT INSIDE A REGION; ON A DIAGONAL
      ***** VARIANT THE DIAGONAL SQUARES ARE MARKED WITH '*'
       Dibuixa-problema.
           MOVE SudVariant(iSud) TO VariantProbl
           PERFORM Prepara-variant
           IF VariantDesconeguda THEN
               DISPLAY 'Variant desconeguda ' VariantProbl
                       ' al problema ' iSud
           END-IF
           COMPUTE Quocient = (iSud - 1) / SolPerPagina
           COMPUTE PaginaSol = PaginesProbl + Quocient + 1
           MOVE iSud TO NumEd
           MOVE PaginaSol TO PagEd
           MOVE SPACES TO LiniaEtiqueta
           STRING 'N.' NumEd ' ' SudDificultat(iSud)
                  ' ' SudVariant(iSud)
                  '  Sol. pag.' PagEd
                  INTO LiniaEtiqueta
           END-STRING
           MOVE LiniaEtiqueta TO LiniaPag(LiniaIni)(ColIni:AmpleProbl)

           PERFORM VARYING iG FROM 0 BY 1 UNTIL iG > 9
             PERFORM Dibuixa-separador-gran
             COMPUTE iLin = LiniaIni + 1 + iG * 2
             MOVE LiniaGraella TO LiniaPag(iLin)(ColIni:AmpleProbl)
             IF iG < 9 THEN
                 ADD 1 TO iG
                 PERFORM Dibuixa-fila-gran
                 SUBTRACT 1 FROM iG
                 ADD 1 TO iLin
                 MOVE LiniaGraella TO LiniaPag(iLin)(ColIni:AmpleProbl)
             END-IF
           END-PERFORM.

      ***** RULE UNDER ROW iG (0 IS THE TOP BORDER, 9 THE BOTTOM)
       Dibuixa-separador-gran.
           MOVE SPACES TO LiniaGraella
           PERFORM VARYING jG FROM 1 BY 1 UNTIL jG > 9
             COMPUTE PosG = (jG - 1) * 4 + 1
             MOVE '+' TO LiniaGraella(PosG:1)
             IF iG = 0 OR iG = 9 THEN
                 MOVE '===' TO LiniaGraella(PosG + 1:3)
             ELSE
                 COMPUTE Cas1 = (iG - 1) * 9 + jG
                 COMPUTE Cas2 = iG * 9 + jG
                 IF RegioCas(Cas1) NOT = RegioCas(Cas2) THEN
                     MOVE '===' TO LiniaGraella(PosG + 1:3)
                 ELSE
                     MOVE '---' TO LiniaGraella(PosG + 1:3)
                 END-IF
             END-IF
           END-PERFORM
           MOVE '+' TO LiniaGraella(37:1).

       Dibuixa-fila-gran.
           MOVE SPACES TO LiniaGraella
           MOVE '#' TO LiniaGraella(1:1)
           PERFORM VARYING jG FROM 1 BY 1 UNTIL jG > 9
             COMPUTE PosG = (jG - 1) * 4 + 2
             COMPUTE Cas1 = (iG - 1) * 9 + jG
             MOVE SudGrid(iSud)(Cas1:1) TO CarCasella
             IF CarCasella = '.' THEN
                 MOVE SPACE TO CarCasella
             END-IF
             MOVE CarCasella TO LiniaGraella(PosG + 1:1)
             IF AmbDiagonals AND (iG = jG OR iG + jG = 10) THEN
                 MOVE '*' TO LiniaGraella(PosG:1)
             END-IF
             IF jG = 9 THEN
                 MOVE '#' TO LiniaGraella(PosG + 3:1)
             ELSE
                 COMPUTE Cas2 = Cas1 + 1
                 IF RegioCas(Cas1) NOT = RegioCas(Cas2) THEN
                     MOVE '#' TO LiniaGraella(PosG + 3:1)
                 ELSE
                     MOVE '|' TO LiniaGraella(PosG + 3:1)
                 END-IF
             END-IF
           END-PERFORM.

      *****************************************************************
      ******* ANSWER KEY PAGES ****************************************
      *****************************************************************
       Publica-solucions.
           SET SeccioSolucions TO TRUE
           MOVE SPACES TO TaulaPagina
           PERFORM VARYING iSud FROM 1 BY 1 UNTIL iSud > NumSudokus
             SUBTRACT 1 FROM iSud GIVING Slot
             DIVIDE Slot BY SolPerPagina GIVING Quocient
                 REMAINDER Slot
             IF Slot = 0 AND iSud > 1 THEN
                 PERFORM Escriu-pagina
                 MOVE SPACES TO TaulaPagina
             END-IF
             DIVIDE Slot BY TravesSol GIVING FilaSlot
                 REMAINDER ColSlot
             COMPUTE LiniaIni = FilaSlot * AltSol + 1
             COMPUTE ColIni = MargeSol + ColSlot * PasSol + 1
             PERFORM Dibuixa-solucio
           END-PERFORM
           PERFORM Escriu-pagina.

      ***** THE COMPACT GRID IS RULED ON THE 3X3 BOXES; A JIGSAW
      ***** ANSWER IS PRINTED UNRULED INSIDE ITS FRAME, SINCE BOX
      ***** RULES WOULD MISREPRESENT ITS REGIONS
       Dibuixa-solucio.
           MOVE SudVariant(iSud) TO VariantProbl
           PERFORM Prepara-variant
           COMPUTE PaginaProbl = (iSud - 1) / PerPagina + 1
           MOVE iSud TO NumEd
           MOVE PaginaProbl TO PagEd
           MOVE SPACES TO LiniaEtiqueta
           STRING 'N.' NumEd ' (pag.' PagEd ') ' SudDificultat(iSud)
                  INTO LiniaEtiqueta
           END-STRING
           MOVE LiniaEtiqueta TO LiniaPag(LiniaIni)(ColIni:AmpleSol)

           MOVE LiniaIni TO iLin
           PERFORM Dibuixa-separador-petit
           PERFORM VARYING iG FROM 1 BY 1 UNTIL iG > 9
             PERFORM Dibuixa-fila-petita
             IF iG = 3 OR iG = 6 THEN
                 PERFORM Dibuixa-separador-petit
             END-IF
           END-PERFORM
           PERFORM Dibuixa-separador-petit

           IF SudSolucio(iSud) = SPACES THEN
               COMPUTE iLin = LiniaIni + 7
               MOVE '|    SENSE SOLUCIO      |'
                 TO LiniaPag(iLin)(ColIni:AmpleSol)
           END-IF.

       Dibuixa-separador-petit.
           ADD 1 TO iLin
           IF iLin = LiniaIni + 1 OR iLin = LiniaIni + 13
              OR RegionsActuals = SPACES THEN
               IF RegionsActuals = SPACES THEN
                   MOVE '+-------+-------+-------+'
                     TO LiniaPag(iLin)(ColIni:AmpleSol)
               ELSE
                   MOVE '+-----------------------+'
                     TO LiniaPag(iLin)(ColIni:AmpleSol)
               END-IF
           ELSE
               MOVE '|                       |'
                 TO LiniaPag(iLin)(ColIni:AmpleSol)
           END-IF.

       Dibuixa-fila-petita.
           ADD 1 TO iLin
           IF RegionsActuals = SPACES THEN
               MOVE '|       |       |       |' TO LiniaGraella
           ELSE
               MOVE '|                       |' TO LiniaGraella
           END-IF
           IF SudSolucio(iSud) NOT = SPACES THEN
               PERFORM VARYING jG FROM 1 BY 1 UNTIL jG > 9
                 COMPUTE Quocient = (jG - 1) / 3
                 COMPUTE PosG = 3 + (jG - 1) * 2 + Quocient * 2
                 COMPUTE Cas1 = (iG - 1) * 9 + jG
                 MOVE SudSolucio(iSud)(Cas1:1)
                   TO LiniaGraella(PosG:1)
               END-PERFORM
           END-IF
           MOVE LiniaGraella(1:AmpleSol)
             TO LiniaPag(iLin)(ColIni:AmpleSol).

      *****************************************************************
      ******* PAGE OUTPUT: HEADER, BODY, FOOTER ***********************
      *****************************************************************
      ***** EVERY PAGE IS EXACTLY LiniesPagina LINES, SO THE FILE
      ***** PRINTS WITHOUT CARRIAGE CONTROL
       Escriu-pagina.
           ADD 1 TO NumPagina
           MOVE NumPagina TO PagEd
           MOVE SPACES TO LiniaSortida
           MOVE Titol TO LiniaSortida(1:ColumnesPagina - 12)
           COMPUTE PosText = ColumnesPagina - 9
           STRING 'Pagina' PagEd DELIMITED BY SIZE
                  INTO LiniaSortida(PosText:10)
           END-STRING
           WRITE LiniaSortida
           MOVE SPACES TO LiniaSortida
           MOVE ALL '=' TO LiniaSortida(1:ColumnesPagina)
           WRITE LiniaSortida
           MOVE SPACES TO LiniaSortida
           WRITE LiniaSortida

           PERFORM VARYING iLin FROM 1 BY 1 UNTIL iLin > LiniesCos
             MOVE LiniaPag(iLin) TO LiniaSortida
             WRITE LiniaSortida
           END-PERFORM

           MOVE SPACES TO LiniaSortida
           WRITE LiniaSortida
           MOVE ALL '-' TO LiniaSortida(1:ColumnesPagina)
           WRITE LiniaSortida
           MOVE SPACES TO TextPeu
           IF SeccioProblemes THEN
               COMPUTE PaginaSol = PaginesProbl + 1
               MOVE PaginaSol TO PagEd2
               STRING 'Solucions a partir de la pagina' PagEd2
                      DELIMITED BY SIZE
                      INTO TextPeu
               END-STRING
           ELSE
               MOVE 'Solucions' TO TextPeu
           END-IF
           PERFORM Centra-text-peu.

       Centra-text-peu.
           MOVE 0 TO LongText
           PERFORM VARYING iParm FROM 80 BY -1
                   UNTIL iParm < 1 OR LongText NOT = 0
             IF TextPeu(iParm:1) NOT = SPACE THEN
                 MOVE iParm TO LongText
             END-IF
           END-PERFORM
           MOVE SPACES TO LiniaSortida
           IF LongText < ColumnesPagina THEN
               COMPUTE PosText = (ColumnesPagina - LongText) / 2 + 1
           ELSE
               MOVE 1 TO PosText
           END-IF
           MOVE TextPeu TO LiniaSortida(PosText:80)
           WRITE LiniaSortida.

      *****************************************************************
      ******* SUDOKU VARIANTS: REGION LAYOUTS *************************
      *****************************************************************
      ***** A LAYOUT THAT PROGRAM SUDOKU WOULD REFUSE (A SQUARE WITHOUT
      ***** A REGION 1-9, OR A REGION WITHOUT EXACTLY NINE SQUARES) IS
      ***** NOT LOADED, SO ITS PUZZLES ARE NEVER RULED AS A JIGSAW
       Carrega-variants.
           OPEN INPUT RegionsFile
           IF RegionsStatus NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FiRegions
             READ RegionsFile
                 AT END SET FiRegions TO TRUE
                 NOT AT END PERFORM Processa-linia-regions
             END-READ
           END-PERFORM
           CLOSE RegionsFile.

       Processa-linia-regions.
           IF RegionsLinea = SPACES OR RegionsLinea(1:1) = '*'
              OR NumVariants = MaxVariants THEN
               EXIT PARAGRAPH
           END-IF
           IF RegionsCodi = SPACES
              OR (RegionsDiagonal NOT = 'S'
                  AND RegionsDiagonal NOT = 'N') THEN
               EXIT PARAGRAPH
           END-IF
           IF RegionsMapa NOT = SPACES THEN
               PERFORM VARYING iRegio FROM 1 BY 1 UNTIL iRegio > 9
                 MOVE 0 TO CasesRegio(iRegio)
               END-PERFORM
               PERFORM VARYING PosG FROM 1 BY 1 UNTIL PosG > 81
                 IF RegionsMapa(PosG:1) < '1'
                    OR RegionsMapa(PosG:1) > '9' THEN
                     EXIT PARAGRAPH
                 END-IF
                 MOVE RegionsMapa(PosG:1) TO iRegio
                 ADD 1 TO CasesRegio(iRegio)
               END-PERFORM
               PERFORM VARYING iRegio FROM 1 BY 1 UNTIL iRegio > 9
                 IF CasesRegio(iRegio) NOT = 9 THEN
                     EXIT PARAGRAPH
                 END-IF
               END-PERFORM
           END-IF
           ADD 1 TO NumVariants
           MOVE RegionsCodi TO VarCodi(NumVariants)
           MOVE RegionsDiagonal TO VarDiagonal(NumVariants)
           MOVE RegionsMapa TO VarRegions(NumVariants).

      ***** AN UNKNOWN VARIANT IS DRAWN WITH THE CLASSIC BOXES
       Prepara-variant.
           MOVE 0 TO VariantDesconegudaSw
           IF VariantProbl = VariantTaules THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO DiagonalsSw
           MOVE SPACES TO RegionsActuals
           IF VariantProbl NOT = SPACES THEN
               PERFORM VARYING iVariant FROM 1 BY 1
                       UNTIL iVariant > NumVariants
                       OR VarCodi(iVariant) = VariantProbl
               END-PERFORM
               IF iVariant > NumVariants THEN
                   MOVE 1 TO VariantDesconegudaSw
               ELSE
                   IF VarDiagonal(iVariant) = 'S' THEN
                       MOVE 1 TO DiagonalsSw
                   END-IF
                   MOVE VarRegions(iVariant) TO RegionsActuals
               END-IF
           END-IF
           PERFORM VARYING iG FROM 1 BY 1 UNTIL iG > 9
             PERFORM VARYING jG FROM 1 BY 1 UNTIL jG > 9
               COMPUTE Cas1 = (iG - 1) * 9 + jG
               IF RegionsActuals = SPACES THEN
                   COMPUTE iFilBox = (iG - 1) / 3
                   COMPUTE iColBox = (jG - 1) / 3
                   COMPUTE RegioCas(Cas1) = iFilBox * 3 + iColBox + 1
               ELSE
                   MOVE RegionsActuals(Cas1:1) TO RegioCas(Cas1)
               END-IF
             END-PERFORM
           END-PERFORM
           MOVE VariantProbl TO VariantTaules.

      *****************************************************************
      ******* CANONICAL FORM OF A GRID (SAME METHOD AS SUDOKU) ********
      *****************************************************************
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
           END-PERFORM
           PERFORM Completa-mapa-digits
           PERFORM Construeix-mapa-invers.

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

       Completa-mapa-digits.
           PERFORM VARYING iDigCan FROM 1 BY 1 UNTIL iDigCan > 9
             IF MillorMapaDigits(iDigCan:1) = '0' THEN
                 PERFORM VARYING jDigCan FROM 1 BY 1
                         UNTIL jDigCan > 9
                         OR MillorMapaDigits(iDigCan:1) NOT = '0'
                   MOVE 0 TO ContCan
                   INSPECT MillorMapaDigits
                           TALLYING ContCan FOR ALL Digits(jDigCan)
                   IF ContCan = 0 THEN
                       MOVE Digits(jDigCan)
                         TO MillorMapaDigits(iDigCan:1)
                   END-IF
                 END-PERFORM
             END-IF
           END-PERFORM.

       Construeix-mapa-invers.
           PERFORM VARYING iDigCan FROM 1 BY 1 UNTIL iDigCan > 9
             MOVE MillorMapaDigits(iDigCan:1) TO DigCanon
             MOVE Digits(iDigCan) TO MapaInvers(DigCanon:1)
           END-PERFORM.

       Mapeja-solucio-original.
           PERFORM VARYING iCanon FROM 1 BY 1 UNTIL iCanon > 9
             PERFORM VARYING jCanon FROM 1 BY 1 UNTIL jCanon > 9
               COMPUTE PosCanon = (iCanon - 1) * 9 + jCanon
               COMPUTE PosFont = (MillorFila(iCanon) - 1) * 9
                                 + MillorCol(jCanon)
               MOVE CatalegSolucio(PosCanon:1) TO DigCanon
               MOVE MapaInvers(DigCanon:1)
                 TO SolucioMapejada(PosFont:1)
             END-PERFORM
           END-PERFORM.
       END PROGRAM PUBLICA.
