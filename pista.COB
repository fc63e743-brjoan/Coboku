      ******************************************************************
      * Author: Joan Bagudà Rigol
      * Date: 15/10/2026
      * Purpose: Player progress check and hint service: for every
      *          request (original puzzle and the player's partial
      *          grid) the solution is taken from the master catalog
      *          through the canonical key, or solved when the puzzle
      *          is not catalogued; the player's entries that disagree
      *          with it are marked and one next move is given (cell,
      *          value and the rule that forces it: single candidate
      *          or only place in a unit, the two rules of Elimina in
      *          program SUDOKU). One response line per request id
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PISTA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PeticionsFile ASSIGN TO DYNAMIC PeticionsFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PeticionsStatus.

           SELECT RespostesFile ASSIGN TO DYNAMIC RespostesFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RespostesStatus.

           SELECT CatalegFile ASSIGN TO DYNAMIC CatalegFileName
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CatalegClau
             FILE STATUS IS CatalegStatus.

           SELECT RegionsFile ASSIGN TO DYNAMIC RegionsFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RegionsStatus.

       DATA DIVISION.
       FILE SECTION.

      ***** ONE REQUEST PER LINE: REQUEST ID, THE PUZZLE AS PUBLISHED
      ***** AND THE PLAYER'S GRID SO FAR (81 COLUMNS EACH, '.' OR '0'
      ***** FOR AN EMPTY SQUARE), AND THE VARIANT CODE, BLANK FOR THE
      ***** CLASSIC PUZZLE
       FD  PeticionsFile.
       01  PeticioRecord.
           05 PetId           PICTURE X(20).
           05 FILLER          PICTURE X(1).
           05 PetProblema     PICTURE X(81).
           05 FILLER          PICTURE X(1).
           05 PetGraella      PICTURE X(81).
           05 FILLER          PICTURE X(1).
           05 PetVariant      PICTURE X(4).

      ***** ONE RESPONSE PER REQUEST, ';' SEPARATED: REQUEST ID,
      ***** STATUS, SOURCE OF THE SOLUTION (CAT CATALOG, RES SOLVED
      ***** NOW), NUMBER OF WRONG ENTRIES, A MASK WITH X ON EVERY
      ***** WRONG ENTRY, AND THE HINT: ROW, COLUMN, VALUE AND RULE
       FD  RespostesFile.
       01  RespostaRecord.
           05 RespId          PICTURE X(20).
           05 FILLER          PICTURE X(1).
           05 RespEstat       PICTURE X(8).
           05 FILLER          PICTURE X(1).
           05 RespFont        PICTURE X(3).
           05 FILLER          PICTURE X(1).
           05 RespErrors      PICTURE 99.
           05 FILLER          PICTURE X(1).
           05 RespMarques     PICTURE X(81).
           05 FILLER          PICTURE X(1).
           05 RespFila        PICTURE 9.
           05 FILLER          PICTURE X(1).
           05 RespColumna     PICTURE 9.
           05 FILLER          PICTURE X(1).
           05 RespValor       PICTURE 9.
           05 FILLER          PICTURE X(1).
           05 RespRegla       PICTURE X(20).

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

      ***** SAME LAYOUT FILE AS PROGRAM SUDOKU
       FD  RegionsFile.
       01  RegionsLinea.
           05 RegionsCodi     PICTURE X(4).
           05 FILLER          PICTURE X(1).
           05 RegionsDiagonal PICTURE X(1).
           05 FILLER          PICTURE X(1).
           05 RegionsMapa     PICTURE X(81).

       WORKING-STORAGE SECTION.
      ******Run parameters (file names) ******
       01  PeticionsFileName  PICTURE X(100) VALUE 'peticions.txt'.
       01  RespostesFileName  PICTURE X(110) VALUE SPACES.
       01  CatalegFileName    PICTURE X(100) VALUE 'cataleg.dat'.
       01  RegionsFileName    PICTURE X(100) VALUE 'regions.txt'.
       01  PeticionsStatus    PICTURE XX.
       01  RespostesStatus    PICTURE XX.
       01  CatalegStatus      PICTURE XX.
       01  ArgNum             PICTURE 9(4).

      ******Request processing ******
       01  FiPeticionsSw      PICTURE 9 VALUE 0.
           88 FiPeticions       VALUE 1.
       01  CatalegActiuSw     PICTURE 9 VALUE 0.
           88 CatalegActiu      VALUE 1.
       01  TrobatCatalegSw    PICTURE 9 VALUE 0.
           88 TrobatCataleg     VALUE 1.
       01  PistaTrobadaSw     PICTURE 9 VALUE 0.
           88 PistaTrobada      VALUE 1.
       01  GridPeticio        PICTURE X(81).
       01  GridJugador        PICTURE X(81).
       01  Solucio            PICTURE X(81).
       01  NumPeticions       PICTURE 9(6) VALUE 0.
       01  NumPistes          PICTURE 9(6) VALUE 0.
       01  NumCompletes       PICTURE 9(6) VALUE 0.
       01  NumNoAtesos        PICTURE 9(6) VALUE 0.
       01  NumDeCataleg       PICTURE 9(6) VALUE 0.
       01  MinPista           PICTURE 99.

      ******Variants: code, diagonal units and region map of the
      ******regions, read from the region-layout file. A blank
      ******variant code is the classic puzzle ******
       01  RegionsStatus      PICTURE XX.
       01  FiRegionsSw        PICTURE 9 VALUE 0.
           88 FiRegions         VALUE 1.
       01  VariantProbl       PICTURE X(4) VALUE SPACES.
       01  VariantTaules      PICTURE X(4) VALUE HIGH-VALUES.
       01  VariantDesconegudaSw PICTURE 9 VALUE 0.
           88 VariantDesconeguda VALUE 1.
       01  MaxVariants        PICTURE 99 VALUE 20.
       01  NumVariants        PICTURE 99 VALUE 0.
       01  iVariant           PICTURE 99.
       01  TaulaVariants.
           05 FILLER OCCURS 20 TIMES.
              10 VarCodi      PICTURE X(4).
              10 VarDiagonal  PICTURE X.
              10 VarRegions   PICTURE X(81).
       01  LayoutCorrecteSw   PICTURE 9 VALUE 0.
           88 LayoutCorrecte    VALUE 1.
       01  CasesRegio OCCURS 9 TIMES PICTURE 99.
       01  iRegio             PICTURE 99.
       01  DiagonalsSw        PICTURE 9 VALUE 0.
           88 AmbDiagonals      VALUE 1.
       01  RegionsActuals     PICTURE X(81) VALUE SPACES.
       01  TaulaRegions.
           05 RegioCas PICTURE 9 OCCURS 81 TIMES.

      ******Canonical form of the puzzle, as program SUDOKU computes
      ******it for the catalog key, and the map back of the stored
      ******solution ******
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

      ******Grid being solved or examined, as in program SUDOKU ******
       01  GridProbl.
           05 GridiFil occurs 9 times.
             10 GridiCol occurs 9 times.
               15 GridCasella picture X.
       01  GridProblLlista REDEFINES GridProbl.
           05 GridLlista PICTURE X OCCURS 81 TIMES.

      ******Indices to squares ******
       01  i     picture 99.
       01  j     picture 99.
       01  iFil  picture 99.
           88 FQuad1 values 1 through 3.
           88 FQuad2 values 4 through 6.
           88 FQuad3 values 7 through 9.
       01  iCol  picture 99.
           88 CQuad1 values 1 through 3.
           88 CQuad2 values 4 through 6.
           88 CQuad3 values 7 through 9.
       01  icas  picture 99.
       01  icas2 picture 99.
       01  iFil2 picture 99.
       01  iCol2 picture 99.
       01  d2    picture 99.

      ******State of the search (contradiction, solved or neither) *****
       01  Estat          picture 9 value 0.
           88 Contr       value 1.
           88 Resolt      value 2.
           88 TooDeep     value 3.
       01  MaxNivell      PICTURE 999 VALUE 100.
       01  PeakNivell     PICTURE 999 VALUE 0.
       01  NumGuesses     PICTURE 9(5) VALUE 0.

      ******Limits of the iteration over a box ******
       01  FQmin picture 99.
       01  FQmax picture 99.
       01  CQmin picture 99.
       01  CQmax picture 99.

       01  d picture 99.
       01  Cont  picture 99.

      ******Table for conversion digit to character
       01  CarDigits PICTURE X(9) VALUE '123456789'.
       01  FILLER    REDEFINES CarDigits.
           05 Digits OCCURS 9 TIMES PICTURE X.
       01  iDig      PICTURE 99.

      ******Table of possible values, counter for the number of posible
      ******values of a square and the only last possible value
       01  TVals.
           05 FILLER occurs 81 times.
               15 ValsCas.
                 20 ValsCasDig PICTURE 9 occurs 9 times.
               15 NumDigs picture 9 value 9.
               15 UnicNoNul picture 9 value 0.

      ******List of possible values tables for search iteration
       01  LlTVals OCCURS 200 TIMES.
           15 FILLER PICTURE 9(11) OCCURS 81 TIMES.

      ******Look-up table of associated squares ('peers')
      ******and units of each square: row, column and region, plus
      ******one or two diagonals for a square on a diagonal of an
      ******X variant
       01  TAssoc.
           05 FILLER OCCURS 81 TIMES.
             15 AssocCas PICTURE 99 OCCURS 40 TIMES.

       01  TUnits REDEFINES TAssoc.
           05 FILLER OCCURS 81 TIMES.
             15 FILLER OCCURS 5 TIMES.
               20 Unitcas PICTURE 99 OCCURS 8 TIMES.

       01  TNumUnits.
           05 FILLER OCCURS 81 TIMES.
             15 NumUnitsCas PICTURE 9.
             15 NumAssocCas PICTURE 99.

      ******Last rule-2 assignation queued by Elimina ******
       01  UltAssCas PICTURE 99 VALUE 0.
       01  UltAssVal PICTURE 99 VALUE 0.

      ******A square with the minimum number of possible values
       01  Min       PICTURE 9.
       01  icasMin   PICTURE 99.

      ******List of values to assign at each search depth level
       01  LlNivAssignar OCCURS 1000 TIMES.
           05 LlAssignar OCCURS 9 TIMES.
             10 Assicas PICTURE 99.
             10 AssVal  PICTURE 99.
           05  pLlAss     PICTURE 9999 VALUE 1.
           05  uLlAss     PICTURE 9999 VALUE 1.
       01  Nivell PICTURE 999.

      ******List of values to eliminate
       01  LlVals    occurs 2000 times.
           05 Llicas      picture 99.
           05 LlVal       picture 99.
       01  pLl       picture 9999 value 1.
       01  uLl       picture 9999 value 1.

       PROCEDURE DIVISION.

      *****************************************************************
      ************* START AND MAIN LOOP *******************************
      *****************************************************************
       MAIN-PROCEDURE.

           PERFORM Obtenir-Parametres
           PERFORM Carrega-variants

           OPEN INPUT PeticionsFile
           IF PeticionsStatus NOT = '00' THEN
               DISPLAY 'No es pot obrir ' PeticionsFileName
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RespostesFile
           IF RespostesStatus NOT = '00' THEN
               DISPLAY 'No es pot obrir ' RespostesFileName
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

      ***** WITHOUT THE CATALOG EVERY PUZZLE IS SOLVED HERE
           OPEN INPUT CatalegFile
           IF CatalegStatus = '00' THEN
               SET CatalegActiu TO TRUE
           ELSE
               DISPLAY 'Cataleg no disponible (estat ' CatalegStatus
                       '): es resolen tots els problemes'
           END-IF

           PERFORM UNTIL FiPeticions
             READ PeticionsFile
                 AT END SET FiPeticions TO TRUE
                 NOT AT END PERFORM Aten-peticio
             END-READ
           END-PERFORM

           CLOSE PeticionsFile
           CLOSE RespostesFile
           IF CatalegActiu THEN
               CLOSE CatalegFile
           END-IF

           DISPLAY NumPeticions ' peticions: ' NumPistes ' pistes, '
                   NumCompletes ' completes, ' NumNoAtesos
                   ' sense pista (' NumDeCataleg ' del cataleg)'
           IF NumNoAtesos > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *****************************************************************
      ******* RUN PARAMETERS ******************************************
      *****************************************************************
      ***** ARGUMENTS: REQUESTS, RESPONSES (DEFAULT THE REQUESTS NAME
      ***** FOLLOWED BY .respostes), CATALOG AND REGION LAYOUTS
       Obtenir-Parametres.
           MOVE 1 TO ArgNum
           DISPLAY ArgNum UPON ARGUMENT-NUMBER
           ACCEPT PeticionsFileName FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
           END-ACCEPT

           MOVE 2 TO ArgNum
           DISPLAY ArgNum UPON ARGUMENT-NUMBER
           ACCEPT RespostesFileName FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
           END-ACCEPT

           MOVE 3 TO ArgNum
           DISPLAY ArgNum UPON ARGUMENT-NUMBER
           ACCEPT CatalegFileName FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
           END-ACCEPT

           MOVE 4 TO ArgNum
           DISPLAY ArgNum UPON ARGUMENT-NUMBER
           ACCEPT RegionsFileName FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
           END-ACCEPT

           IF RespostesFileName = SPACES THEN
               STRING PeticionsFileName DELIMITED BY SPACE
                      '.respostes'          DELIMITED BY SIZE
                      INTO RespostesFileName
               END-STRING
           END-IF.

      *****************************************************************
      ******* ONE REQUEST: SOLUTION, WRONG ENTRIES AND NEXT MOVE ******
      *****************************************************************
       Aten-peticio.
           ADD 1 TO NumPeticions
           MOVE SPACES TO RespostaRecord
           MOVE PetId TO RespId
           MOVE 0 TO RespErrors RespFila RespColumna RespValor
           MOVE ALL '.' TO RespMarques

           PERFORM Valida-peticio
           IF RespEstat NOT = SPACES THEN
               PERFORM Escriu-resposta
               EXIT PARAGRAPH
           END-IF

           PERFORM Obtenir-solucio
           IF RespEstat NOT = SPACES THEN
               PERFORM Escriu-resposta
               EXIT PARAGRAPH
           END-IF

           PERFORM Marca-errors
           PERFORM Cerca-pista
           PERFORM Escriu-resposta.

      ***** BOTH GRIDS MUST HOLD ONLY DIGITS AND EMPTY SQUARES, THE
      ***** VARIANT MUST BE KNOWN, AND THE PLAYER MAY NOT HAVE CHANGED
      ***** A GIVEN OF THE PUZZLE
       Valida-peticio.
           MOVE PetProblema TO GridPeticio
           MOVE PetGraella TO GridJugador
           INSPECT GridPeticio CONVERTING '0' TO '.'
           INSPECT GridJugador CONVERTING '0' TO '.'
           PERFORM VARYING icas FROM 1 BY 1 UNTIL icas > 81
             IF (GridPeticio(icas:1) < '1'
                 OR GridPeticio(icas:1) > '9')
                AND GridPeticio(icas:1) NOT = '.' THEN
                 MOVE 'INVALID' TO RespEstat
             END-IF
             IF (GridJugador(icas:1) < '1'
                 OR GridJugador(icas:1) > '9')
                AND GridJugador(icas:1) NOT = '.' THEN
                 MOVE 'INVALID' TO RespEstat
             END-IF
             IF GridPeticio(icas:1) NOT = '.'
                AND GridJugador(icas:1) NOT = GridPeticio(icas:1) THEN
                 MOVE 'INVALID' TO RespEstat
             END-IF
           END-PERFORM

           MOVE PetVariant TO VariantProbl
           PERFORM Prepara-variant
           IF VariantDesconeguda THEN
               MOVE 'INVALID' TO RespEstat
           END-IF.

      ***** THE CATALOGUED SOLUTION IS MAPPED BACK TO THE ORIENTATION
      ***** OF THE PUZZLE AS THE PLAYER HAS IT; OTHERWISE THE PUZZLE IS
      ***** SOLVED HERE WITH THE SEARCH OF PROGRAM SUDOKU
       Obtenir-solucio.
           MOVE 0 TO TrobatCatalegSw
           IF CatalegActiu THEN
               MOVE GridPeticio TO GridOriginal
               PERFORM Calcula-clau-canonica
               MOVE GridCanonic TO CatalegGrid
               MOVE VariantProbl TO CatalegVariant
               READ CatalegFile
                   INVALID KEY MOVE 0 TO TrobatCatalegSw
                   NOT INVALID KEY
                       MOVE 1 TO TrobatCatalegSw
                       PERFORM Mapeja-solucio-original
               END-READ
           END-IF

           IF TrobatCataleg THEN
               ADD 1 TO NumDeCataleg
               MOVE 'CAT' TO RespFont
               MOVE SolucioMapejada TO Solucio
               EXIT PARAGRAPH
           END-IF

           MOVE 'RES' TO RespFont
           MOVE GridPeticio TO GridProbl
           MOVE 0 TO Estat
           MOVE 0 TO PeakNivell
           MOVE 0 TO NumGuesses
           PERFORM Init-valors
           IF Contr THEN
               MOVE 'CONTRAD' TO RespEstat
               EXIT PARAGRAPH
           END-IF
           PERFORM Cerca
           EVALUATE TRUE
             WHEN TooDeep
               MOVE 'PROFUND' TO RespEstat
             WHEN NOT Resolt
               MOVE 'CAP' TO RespEstat
             WHEN OTHER
               PERFORM VARYING icas FROM 1 BY 1 UNTIL icas > 81
                 MOVE UnicNoNul(icas) TO Solucio(icas:1)
               END-PERFORM
           END-EVALUATE.

      ***** A WRONG ENTRY IS TAKEN OFF THE GRID THE HINT IS WORKED
      ***** FROM, SO THE NEXT MOVE NEVER RESTS ON A MISTAKE
       Marca-errors.
           PERFORM VARYING icas FROM 1 BY 1 UNTIL icas > 81
             IF GridJugador(icas:1) NOT = '.'
                AND GridJugador(icas:1) NOT = Solucio(icas:1) THEN
                 ADD 1 TO RespErrors
                 MOVE 'X' TO RespMarques(icas:1)
                 MOVE '.' TO GridJugador(icas:1)
             END-IF
           END-PERFORM.

      ***** THE CANDIDATES OF THE CORRECTED GRID ARE WORKED OUT AS
      ***** Init-valors DOES; THE FIRST EMPTY SQUARE WITH ONE CANDIDATE
      ***** LEFT (RULE 1 OF ELIMINA) IS THE HINT, ELSE THE FIRST VALUE
      ***** WITH NO OTHER PLACE IN ONE OF THE SQUARE'S UNITS (RULE 2).
      ***** WHEN NEITHER RULE APPLIES, THE SOLUTION VALUE OF THE EMPTY
      ***** SQUARE WITH FEWEST CANDIDATES IS REVEALED
       Cerca-pista.
           IF GridJugador = Solucio THEN
               MOVE 'COMPLETA' TO RespEstat
               EXIT PARAGRAPH
           END-IF
           MOVE 'PISTA' TO RespEstat
           MOVE GridJugador TO GridProbl
           MOVE 0 TO Estat
           PERFORM Init-valors
           MOVE 0 TO PistaTrobadaSw

           PERFORM VARYING icas FROM 1 BY 1
                   UNTIL icas > 81 OR PistaTrobada
             IF GridLlista(icas) = '.' AND NumDigs(icas) = 1 THEN
                 SET PistaTrobada TO TRUE
                 MOVE UnicNoNul(icas) TO RespValor
                 MOVE 'CANDIDAT UNIC' TO RespRegla
                 MOVE icas TO icasMin
             END-IF
           END-PERFORM

           PERFORM VARYING icas FROM 1 BY 1
                   UNTIL icas > 81 OR PistaTrobada
             IF GridLlista(icas) = '.' THEN
                 PERFORM Cerca-lloc-unic
             END-IF
           END-PERFORM

           IF NOT PistaTrobada THEN
               MOVE 10 TO MinPista
               PERFORM VARYING icas FROM 1 BY 1 UNTIL icas > 81
                 IF GridLlista(icas) = '.'
                    AND NumDigs(icas) < MinPista THEN
                     MOVE NumDigs(icas) TO MinPista
                     MOVE icas TO icasMin
                 END-IF
               END-PERFORM
               MOVE Solucio(icasMin:1) TO RespValor
               MOVE 'SOLUCIO' TO RespRegla
           END-IF

           COMPUTE RespFila = (icasMin - 1) / 9 + 1
           COMPUTE RespColumna = icasMin - (RespFila - 1) * 9.

      ***** UNITS 1 TO 3 OF A SQUARE ARE ITS ROW, COLUMN AND REGION,
      ***** 4 AND 5 THE DIAGONALS OF AN X VARIANT (SEE InitAssociades)
       Cerca-lloc-unic.
           PERFORM VARYING d FROM 1 BY 1 UNTIL d > 9 OR PistaTrobada
             IF ValsCasDig(icas, d) = d THEN
                 PERFORM VARYING i FROM 1 BY 1
                         UNTIL i > NumUnitsCas(icas) OR PistaTrobada
                   MOVE 0 TO Cont
                   PERFORM VARYING j FROM 1 BY 1 UNTIL j > 8
                     IF ValsCasDig(UnitCas(icas, i, j), d) = d THEN
                         ADD 1 TO Cont
                     END-IF
                   END-PERFORM
                   IF Cont = 0 THEN
                       SET PistaTrobada TO TRUE
                       MOVE d TO RespValor
                       MOVE icas TO icasMin
                       EVALUATE i
                         WHEN 1 MOVE 'UNIC LLOC FILA' TO RespRegla
                         WHEN 2 MOVE 'UNIC LLOC COLUMNA' TO RespRegla
                         WHEN 3 MOVE 'UNIC LLOC REGIO' TO RespRegla
                         WHEN OTHER
                           MOVE 'UNIC LLOC DIAGONAL' TO RespRegla
                       END-EVALUATE
                   END-IF
                 END-PERFORM
             END-IF
           END-PERFORM.

       Escriu-resposta.
           EVALUATE RespEstat
             WHEN 'PISTA'     ADD 1 TO NumPistes
             WHEN 'COMPLETA'  ADD 1 TO NumCompletes
             WHEN OTHER       ADD 1 TO NumNoAtesos
           END-EVALUATE
           MOVE ';' TO RespostaRecord(21:1) RespostaRecord(30:1)
                       RespostaRecord(34:1) RespostaRecord(37:1)
                       RespostaRecord(119:1) RespostaRecord(121:1)
                       RespostaRecord(123:1) RespostaRecord(125:1)
           WRITE RespostaRecord.

      *****************************************************************
      ******* SUDOKU VARIANTS: REGION LAYOUTS AND PEER TABLES *********
      *****************************************************************
      ***** THE LAYOUT FILE IS ONLY NEEDED WHEN A VARIANT IS USED: A
      ***** MISSING FILE LEAVES THE CLASSIC PUZZLE AS THE ONLY ONE
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
           IF RegionsLinea = SPACES OR RegionsLinea(1:1) = '*' THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM Valida-layout
           IF NOT LayoutCorrecte THEN
               DISPLAY 'Variant ' RegionsCodi ' rebutjada: '
                       'mapa de regions no valid'
               EXIT PARAGRAPH
           END-IF
           IF NumVariants = MaxVariants THEN
               DISPLAY 'Massa variants, ignorada ' RegionsCodi
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO NumVariants
           MOVE RegionsCodi TO VarCodi(NumVariants)
           MOVE RegionsDiagonal TO VarDiagonal(NumVariants)
           MOVE RegionsMapa TO VarRegions(NumVariants).

      ***** A MAP MUST GIVE EVERY SQUARE A REGION 1-9 AND EVERY
      ***** REGION EXACTLY NINE SQUARES
       Valida-layout.
           MOVE 1 TO LayoutCorrecteSw
           IF RegionsCodi = SPACES
              OR (RegionsDiagonal NOT = 'S'
                  AND RegionsDiagonal NOT = 'N') THEN
               MOVE 0 TO LayoutCorrecteSw
               EXIT PARAGRAPH
           END-IF
           IF RegionsMapa = SPACES THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING iRegio FROM 1 BY 1 UNTIL iRegio>9
             MOVE 0 TO CasesRegio(iRegio)
           END-PERFORM
           PERFORM VARYING icas FROM 1 BY 1 UNTIL icas>81
             IF RegionsMapa(icas:1) < '1'
                OR RegionsMapa(icas:1) > '9' THEN
                 MOVE 0 TO LayoutCorrecteSw
             ELSE
                 MOVE RegionsMapa(icas:1) TO iRegio
                 ADD 1 TO CasesRegio(iRegio)
             END-IF
           END-PERFORM
           PERFORM VARYING iRegio FROM 1 BY 1 UNTIL iRegio>9
             IF CasesRegio(iRegio) NOT = 9 THEN
                 MOVE 0 TO LayoutCorrecteSw
             END-IF
           END-PERFORM.

      ***** THE PEER TABLES ARE REBUILT ONLY WHEN THE VARIANT CHANGES
      ***** FROM ONE REQUEST TO THE NEXT
       Prepara-variant.
           MOVE 0 TO VariantDesconegudaSw
           IF VariantProbl = VariantTaules THEN
               EXIT PARAGRAPH
           END-IF
           IF VariantProbl = SPACES THEN
               MOVE 0 TO DiagonalsSw
               MOVE SPACES TO RegionsActuals
               MOVE 216 TO LimitPerm
           ELSE
               PERFORM VARYING iVariant FROM 1 BY 1
                       UNTIL iVariant > NumVariants
                       OR VarCodi(iVariant) = VariantProbl
                 CONTINUE
               END-PERFORM
               IF iVariant > NumVariants THEN
                   MOVE 1 TO VariantDesconegudaSw
                   EXIT PARAGRAPH
               END-IF
               IF VarDiagonal(iVariant) = 'S' THEN
                   MOVE 1 TO DiagonalsSw
               ELSE
                   MOVE 0 TO DiagonalsSw
               END-IF
               MOVE VarRegions(iVariant) TO RegionsActuals
               MOVE 1 TO LimitPerm
           END-IF
           PERFORM Construeix-regions
           PERFORM InitAssociades
           MOVE VariantProbl TO VariantTaules.

      ***** EACH UNIT FILLS EIGHT CONSECUTIVE PEER SLOTS, SO TUnits
      ***** SEES ROW, COLUMN AND REGION AS UNITS 1 TO 3 AND THE
      ***** DIAGONALS OF AN X VARIANT AS UNITS 4 AND 5
       InitAssociades.
           PERFORM VARYING ifil FROM 1 BY 1 UNTIL ifil>9
             PERFORM VARYING icol FROM 1 BY 1 UNTIL icol>9
               COMPUTE icas = (ifil - 1) * 9 + icol
               MOVE 1 TO i
               PERFORM VARYING icol2 FROM 1 BY 1 UNTIL icol2>9
                 IF icol2 NOT = icol THEN
                     COMPUTE icas2 = (ifil - 1) * 9 + icol2
                     MOVE icas2 TO AssocCas(icas,i)
                     ADD 1 to i
                 END-IF
               END-PERFORM
               PERFORM VARYING ifil2 FROM 1 BY 1 UNTIL ifil2>9
                 IF ifil2 NOT = ifil THEN
                     COMPUTE icas2 = (ifil2 - 1) * 9 + icol
                     MOVE icas2 TO AssocCas(icas,i)
                     ADD 1 to i
                 END-IF
               END-PERFORM
               PERFORM VARYING icas2 FROM 1 BY 1 UNTIL icas2>81
                 IF RegioCas(icas2) = RegioCas(icas)
                    AND icas2 NOT = icas THEN
                     MOVE icas2 TO AssocCas(icas,i)
                     ADD 1 to i
                 END-IF
               END-PERFORM
               MOVE 3 TO NumUnitsCas(icas)
               IF AmbDiagonals AND ifil = icol THEN
                   PERFORM VARYING ifil2 FROM 1 BY 1 UNTIL ifil2>9
                     IF ifil2 NOT = ifil THEN
                         COMPUTE icas2 = (ifil2 - 1) * 9 + ifil2
                         MOVE icas2 TO AssocCas(icas,i)
                         ADD 1 to i
                     END-IF
                   END-PERFORM
                   ADD 1 TO NumUnitsCas(icas)
               END-IF
               IF AmbDiagonals AND ifil + icol = 10 THEN
                   PERFORM VARYING ifil2 FROM 1 BY 1 UNTIL ifil2>9
                     IF ifil2 NOT = ifil THEN
                         COMPUTE icas2 = (ifil2 - 1) * 9 + 10 - ifil2
                         MOVE icas2 TO AssocCas(icas,i)
                         ADD 1 to i
                     END-IF
                   END-PERFORM
                   ADD 1 TO NumUnitsCas(icas)
               END-IF
               COMPUTE NumAssocCas(icas) = NumUnitsCas(icas) * 8
             END-PERFORM
           END-PERFORM.

      ***** REGION NUMBER OF EVERY SQUARE: THE 3X3 BOX OF THE CLASSIC
      ***** GRID UNLESS THE VARIANT'S LAYOUT GIVES ITS OWN MAP
       Construeix-regions.
           PERFORM VARYING ifil FROM 1 BY 1 UNTIL ifil>9
             PERFORM VARYING icol FROM 1 BY 1 UNTIL icol>9
               COMPUTE icas = (ifil - 1) * 9 + icol
               IF RegionsActuals = SPACES THEN
                   PERFORM Limits-quad
                   COMPUTE RegioCas(icas) = FQmin + (CQmin - 1) / 3
               ELSE
                   MOVE RegionsActuals(icas:1) TO RegioCas(icas)
               END-IF
             END-PERFORM
           END-PERFORM.

       Limits-quad.
           EVALUATE TRUE
             WHEN FQuad1      MOVE 1 TO FQmin
                              MOVE 3 TO FQmax
             WHEN FQuad2      MOVE 4 TO FQmin
                              MOVE 6 TO FQmax
             WHEN FQuad3      MOVE 7 TO FQmin
                              MOVE 9 TO FQmax
           END-EVALUATE
           EVALUATE TRUE
             WHEN CQuad1      MOVE 1 TO CQmin
                              MOVE 3 TO CQmax
             WHEN CQuad2      MOVE 4 TO CQmin
                              MOVE 6 TO CQmax
             WHEN CQuad3      MOVE 7 TO CQmin
                              MOVE 9 TO CQmax
           END-EVALUATE.

      *****************************************************************
      ******* CANONICAL FORM OF A GRID (SAME METHOD AS SUDOKU) ********
      *****************************************************************
      ***** A VARIANT GRID ONLY TRIES THE IDENTITY ARRANGEMENT
      ***** (LimitPerm = 1), AS WHEN IT WAS CATALOGUED
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

      ***** THE STORED CANONICAL SOLUTION, MAPPED BACK TO THE
      ***** ORIENTATION AND LABELS OF THE LITERAL GRID
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

      *****************************************************************
      ******* ASSIGN INITIAL POSSIBLE VALUES GIVEN A PROBLEM **********
      *****************************************************************
       Init-valors.
           PERFORM VARYING icas FROM 1 BY 1 UNTIL icas>81
             PERFORM Assigna-tots
             MOVE 0 TO Cont
             PERFORM Elimina-valors
           END-PERFORM

           PERFORM VARYING icas FROM 1 BY 1 UNTIL icas>81
             MOVE 0 TO Cont
             INSPECT ValsCas(icas) TALLYING Cont FOR ALL '0'
             SUBTRACT Cont FROM 9 GIVING NumDigs(icas)
             MOVE 0 TO UnicNoNul(icas)
             IF NumDigs(icas) = 1 THEN
                 PERFORM VARYING Cont FROM 1 BY 1
                         UNTIL ValsCasDig(icas,Cont) NOT = 0
                   CONTINUE
                 END-PERFORM
                 MOVE Cont TO UnicNoNul(icas)
             END-IF
           END-PERFORM.

       Assigna-tots.
           MOVE '123456789' TO ValsCas(icas).

       Elimina-valors.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i>NumUnitsCas(icas)
             PERFORM VARYING j FROM 1 BY 1 UNTIL j>8 OR Cont>1
               MOVE UnitCas(icas,i,j) TO icas2
               PERFORM Borra-igual
             END-PERFORM
           END-PERFORM.

       Borra-igual.
           IF  icas NOT = icas2
               AND GridLlista(icas2) NOT = '.'
               THEN      INSPECT ValsCas(icas)
                         REPLACING ALL GridLlista(icas2) BY '0'
           END-IF.
           IF GridLlista(icas) NOT = '.' THEN
               MOVE 0 TO Cont
               INSPECT ValsCas(icas)
                       TALLYING Cont FOR ALL GridLlista(icas)
               IF Cont = 0 THEN
                   SET Contr TO TRUE
               ELSE
                   EVALUATE GridLlista(icas)
                     WHEN '1' MOVE '100000000' TO ValsCas(icas)
                     WHEN '2' MOVE '020000000' TO ValsCas(icas)
                     WHEN '3' MOVE '003000000' TO ValsCas(icas)
                     WHEN '4' MOVE '000400000' TO ValsCas(icas)
                     WHEN '5' MOVE '000050000' TO ValsCas(icas)
                     WHEN '6' MOVE '000006000' TO ValsCas(icas)
                     WHEN '7' MOVE '000000700' TO ValsCas(icas)
                     WHEN '8' MOVE '000000080' TO ValsCas(icas)
                     WHEN '9' MOVE '000000009' TO ValsCas(icas).

      ****************************************************************
      ******* ELIMINATES THE POSSIBLE VALUES CONTAINED IN LlVals *****
      ******* ADDING TO THE LIST NEW VALUES TO ELIMINATE ACCORDING ***
      ******* TO THE TWO MAIN RULES OF PROGRAM SUDOKU:           *****
      ******* (1) If a square has only one possible value, eliminate *
      ******* that value from all the associated squares         *****
      ******* (2) If a unit only has one possible square for the *****
      ******* newly eliminated value, assign it to that square   *****
      ****************************************************************
       Elimina.
           MOVE 1 TO pLl
           MOVE 0 TO UltAssCas
           MOVE 0 TO UltAssVal
           PERFORM UNTIL pLl = uLl OR Contr
             MOVE Llicas(pLl)  TO icas
             MOVE LlVal(pLl)   TO d
             IF ValsCasDig(icas,d) = 0 THEN
                 ADD 1 TO pLl
                 EXIT PERFORM CYCLE
             END-IF
             MOVE 0 TO ValsCasDig(icas,d)
             SUBTRACT 1 FROM NumDigs(icas)

             IF NumDigs(icas) = 0 THEN
               SET Contr TO TRUE
               EXIT PERFORM
             END-IF

             IF NumDigs(icas) = 1 THEN
               PERFORM Afegir-elements-elim
             END-IF

             PERFORM VARYING i FROM 1 BY 1 UNTIL i>NumUnitsCas(icas)
               MOVE 0 TO Cont
               PERFORM VARYING j FROM 1 BY 1 UNTIL j>8 OR Cont>1
                 IF ValsCasDig(UnitCas(icas,i,j),d) = d THEN
                     ADD 1 TO Cont
                     MOVE UnitCas(icas,i,j) TO icas2
                 END-IF
               END-PERFORM
               IF Cont = 1 THEN
                   IF (NumDigs(icas2) = 1
                       AND UnicNoNul(icas2) = d)
                      OR (icas2 = UltAssCas AND d = UltAssVal) THEN
                       CONTINUE
                   ELSE
                       PERFORM Assigna
                       MOVE icas2 TO UltAssCas
                       MOVE d TO UltAssVal
                   END-IF
               ELSE IF Cont = 0 THEN
                   SET Contr TO TRUE
                   EXIT PERFORM
                   END-IF
               END-IF
             END-PERFORM

           IF NOT Contr THEN PERFORM Comproba-resolt

             ADD 1 TO pLl
           END-PERFORM.

       Comproba-resolt.
           SET Resolt TO TRUE
           PERFORM VARYING icas FROM 1 BY 1 UNTIL icas>81 OR NOT Resolt
             IF NumDigs(icas)>1 THEN
                 MOVE 0 TO Estat
             END-IF
           END-PERFORM.

       Afegir-elements-elim.
           PERFORM VARYING Cont FROM 1 BY 1
                   UNTIL ValsCasDig(icas,Cont) NOT = 0
             CONTINUE
           END-PERFORM
           MOVE Cont to d2
           MOVE d2 TO UnicNoNul(icas)
           PERFORM VARYING i FROM 1 BY 1 UNTIL i>NumAssocCas(icas)
             MOVE AssocCas(icas,i) TO icas2
             IF ValsCasDig(icas2,d2) = d2 THEN
               MOVE icas2 TO Llicas(uLl)
               MOVE    d2 TO LlVal(uLl)
               ADD      1 TO uLl
             END-IF
           END-PERFORM.

       Assigna.
           PERFORM VARYING iDig FROM 1 BY 1 UNTIL iDig>9
             IF iDig = d THEN EXIT PERFORM CYCLE end-if
             IF ValsCasDig(icas2,iDig) NOT = 0
             THEN
               MOVE icas2         TO Llicas(uLl)
               MOVE iDig          TO LlVal(uLl)
               ADD  1             TO uLl
             END-IF
           END-PERFORM.

       Troba-minim.
           MOVE 9 TO Min.
           MOVE 1 TO icasmin.

           PERFORM VARYING icas FROM 1 BY 1 UNTIL icas > 81
               MOVE NumDigs(icas) TO Cont
               IF Cont < Min AND Cont > 1 THEN
                   MOVE icas TO icasMin
                   MOVE Cont TO Min
               END-IF
           END-PERFORM.

       Afegeix-assignar.
           MOVE 1 TO pLlAss(Nivell)
           MOVE 1 TO uLlAss(Nivell)
           PERFORM VARYING Cont FROM 1 BY 1 UNTIL Cont>9
             IF ValsCasDig(icasmin,Cont) NOT = 0 THEN
               MOVE icasMin TO Assicas(Nivell,uLlAss(Nivell))
               MOVE Cont TO AssVal(Nivell,uLlAss(Nivell))
               ADD 1 TO uLlAss(Nivell)
             END-IF
           END-PERFORM.

       Aplica-assignacio.
           MOVE 1 TO pLl
           MOVE 1 TO uLl
           MOVE Assicas(Nivell,pLlAss(Nivell)) TO icas2
           MOVE AssVal(Nivell,pLlAss(Nivell))  TO d
           PERFORM Assigna.
           PERFORM Elimina.

      ***** SEARCH FOR THE FIRST SOLUTION, AS PROGRAM SUDOKU DOES IT
      ***** OUTSIDE UNIQUENESS MODE
       Cerca.
           PERFORM Comproba-resolt
           IF Resolt THEN
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO Nivell
           MOVE 1 TO PeakNivell
           PERFORM Troba-minim.
           PERFORM Afegeix-assignar.
           MOVE TVals TO LlTVals(1).

           PERFORM UNTIL Resolt OR TooDeep
                         OR (pLlAss(1) = uLlAss(1) AND Nivell=1)
             MOVE LlTVals(Nivell) TO TVals

             IF pLlAss(Nivell) = uLlAss(Nivell) THEN
                 SUBTRACT 1 FROM Nivell
                 EXIT PERFORM CYCLE
             END-IF

             PERFORM Aplica-assignacio
             ADD 1 TO pLlAss(Nivell)
             ADD 1 TO NumGuesses
             EVALUATE True
             WHEN Resolt
               EXIT PERFORM
             WHEN Contr
               MOVE 0 TO Estat
             WHEN OTHER
               IF Nivell = MaxNivell THEN
                   SET TooDeep TO TRUE
               ELSE
                   ADD 1 TO Nivell
                   IF Nivell > PeakNivell THEN
                       MOVE Nivell TO PeakNivell
                   END-IF
                   PERFORM Troba-minim
                   PERFORM Afegeix-assignar
                   MOVE TVals TO LlTVals(Nivell)
               END-IF
             END-EVALUATE
           END-PERFORM.
       END PROGRAM PISTA.
