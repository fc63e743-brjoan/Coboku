      *          reconciliation of one run's outputs: every puzzle must
      *          be accounted for exactly once as a verified solution,
      *          a rejects record or a non-RES extract line, and the
      *          result codes of extract and rejects must agree.
      *          Variant puzzles (diagonal X, jigsaw) are checked
      *          against their own regions, read from the same layout
      *          file as program SUDOKU
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RebutjatsStatus.

           SELECT RegionsFile ASSIGN TO DYNAMIC RegionsFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RegionsStatus.

       DATA DIVISION.
       FILE SECTION.


      ***** THE RECORD IS WIDER THAN THE GRID SO A REJECTS FILE (GRID
      ***** PLUS REASON CODE AND RETRY GOVERNANCE) READS BACK AS ONE
      ***** PUZZLE PER LINE; COLUMNS 122-125 CARRY THE VARIANT CODE
       FD  ProblemaFileLinia.
       01  LiniaProblema PICTURE X(125).

       FD  SolucioFile.
       01  LiniaSolucio PICTURE X(100).
           05 FILLER         PICTURE X(1).
           05 RebMotiu       PICTURE X(8).
           05 FILLER         PICTURE X(31).
           05 FILLER         PICTURE X(4).

      ***** SAME LAYOUT FILE AS READ BY PROGRAM SUDOKU
       FD  RegionsFile.
       01  RegionsLinea.
           05 RegionsCodi     PICTURE X(4).
           05 FILLER          PICTURE X(1).
           05 RegionsDiagonal PICTURE X(1).
           05 FILLER          PICTURE X(1).
           05 RegionsMapa     PICTURE X(81).

       WORKING-STORAGE SECTION.
      ******Run parameters (file names) ******
       01  FormatEntrada      PICTURE X VALUE 'C'.
           88 FormatLiniaUnica  VALUE 'L'.
           88 FormatCaracters   VALUE 'C'.
       01  RegionsFileName    PICTURE X(100) VALUE 'regions.txt'.
       01  RegionsStatus      PICTURE XX.

      ******Sudoku variants: the run default, the layouts known and
      ******the region map of the puzzle under test ******
       01  VariantDefecte     PICTURE X(4) VALUE SPACES.
       01  VariantProbl       PICTURE X(4) VALUE SPACES.
       01  VariantTaules      PICTURE X(4) VALUE HIGH-VALUES.
       01  VariantDesconegudaSw PICTURE 9 VALUE 0.
           88 VariantDesconeguda VALUE 1.
       01  FiRegionsSw        PICTURE 9 VALUE 0.
           88 FiRegions         VALUE 1.
       01  MaxVariants        PICTURE 99 VALUE 20.
       01  NumVariants        PICTURE 99 VALUE 0.
       01  iVariant           PICTURE 99.
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
       01  iRegio             PICTURE 99.
       01  CasesRegio OCCURS 9 TIMES PICTURE 99.
       01  NumDiag            PICTURE 9.

      ******Solution file scanning ******
       01  FiSolucioSw        PICTURE 9 VALUE 0.
       01  d3         PICTURE 99.
       01  iFilBox    PICTURE 99.
       01  iColBox    PICTURE 99.
       01  NumBox     PICTURE 9.

      ******Table for grid reading ******
       MAIN-PROCEDURE.

           PERFORM Obtenir-Parametres
           PERFORM Carrega-variants

           IF FormatLiniaUnica THEN
               OPEN INPUT ProblemaFileLinia
               ON EXCEPTION CONTINUE
           END-ACCEPT

      ***** VARIANT OF THE PUZZLES WITHOUT ONE OF THEIR OWN, AND THE
      ***** LAYOUT FILE, AS GIVEN TO PROGRAM SUDOKU BY VARIANT/REGIONS
           MOVE 7 TO ArgNum
           DISPLAY ArgNum UPON ARGUMENT-NUMBER
           ACCEPT VariantDefecte FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
           END-ACCEPT

           MOVE 8 TO ArgNum
           DISPLAY ArgNum UPON ARGUMENT-NUMBER
           ACCEPT RegionsFileName FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
           END-ACCEPT

           IF ExtracteFileName = SPACES THEN
               STRING SolucioFileName DELIMITED BY SPACE
                      '.estad'               DELIMITED BY SIZE
               SET Discrepancia TO TRUE
               MOVE 'Sense problema original' TO MotiuDiscrepancia
           ELSE
               PERFORM Prepara-variant
               IF VariantDesconeguda THEN
                   SET Discrepancia TO TRUE
                   STRING 'Variant desconeguda ' VariantProbl
                          INTO MotiuDiscrepancia
                   END-STRING
               ELSE
                   PERFORM Comprova-files
                   PERFORM Comprova-columnes
                   PERFORM Comprova-quadres
                   PERFORM Comprova-diagonals
                   PERFORM Comprova-donades
               END-IF
           END-IF

           MOVE SPACES TO LiniaInforme
             END-PERFORM
           END-PERFORM.

      ***** ONE PASS PER REGION: THE 3X3 BOXES OF THE CLASSIC GRID
      ***** OR THE SHAPES OF A JIGSAW LAYOUT, NUMBERED THE SAME WAY
       Comprova-quadres.
           PERFORM VARYING iRegio FROM 1 BY 1 UNTIL iRegio>9
             MOVE iRegio TO NumBox
             PERFORM VARYING d3 FROM 1 BY 1 UNTIL d3>9
               MOVE 0 TO CountDigit(d3)
             END-PERFORM
             PERFORM VARYING i FROM 1 BY 1 UNTIL i>9
               PERFORM VARYING j FROM 1 BY 1 UNTIL j>9
                 COMPUTE Punter = (i - 1) * 9 + j
                 IF RegioCas(Punter) = iRegio THEN
                     MOVE SolCasella(i,j) TO d3
                     ADD 1 TO CountDigit(d3)
                 END-IF
               END-PERFORM
             END-PERFORM
             PERFORM VARYING d3 FROM 1 BY 1 UNTIL d3>9
               IF CountDigit(d3) NOT = 1 THEN
                   SET Discrepancia TO TRUE
                   MOVE SPACES TO MotiuDiscrepancia
                   STRING 'Quadre '  DELIMITED BY SIZE
                          NumBox     DELIMITED BY SIZE
                          ' valor '  DELIMITED BY SIZE
                          d3         DELIMITED BY SIZE
                          INTO MotiuDiscrepancia
                   END-STRING
               END-IF
             END-PERFORM
           END-PERFORM.

      ***** THE X VARIANTS ALSO NEED EVERY DIGIT ONCE ON EACH LONG
      ***** DIAGONAL (1: TOP LEFT TO BOTTOM RIGHT, 2: TOP RIGHT TO
      ***** BOTTOM LEFT)
       Comprova-diagonals.
           IF NOT AmbDiagonals THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING NumDiag FROM 1 BY 1 UNTIL NumDiag>2
             PERFORM VARYING d3 FROM 1 BY 1 UNTIL d3>9
               MOVE 0 TO CountDigit(d3)
             END-PERFORM
             PERFORM VARYING i FROM 1 BY 1 UNTIL i>9
               IF NumDiag = 1 THEN
                   MOVE i TO j
               ELSE
                   COMPUTE j = 10 - i
               END-IF
               MOVE SolCasella(i,j) TO d3
               ADD 1 TO CountDigit(d3)
             END-PERFORM
             PERFORM VARYING d3 FROM 1 BY 1 UNTIL d3>9
               IF CountDigit(d3) NOT = 1 THEN
                   SET Discrepancia TO TRUE
                   MOVE SPACES TO MotiuDiscrepancia
                   STRING 'Diagonal ' DELIMITED BY SIZE
                          NumDiag     DELIMITED BY SIZE
                          ' valor '   DELIMITED BY SIZE
                          d3          DELIMITED BY SIZE
                          INTO MotiuDiscrepancia
                   END-STRING
               END-IF
             END-PERFORM
           END-PERFORM.

       Comprova-donades.
      **************  PROBLEM READING FROM FILE ***********************
      *****************************************************************
       Llegir-problema.
           MOVE VariantDefecte TO VariantProbl
           IF FormatLiniaUnica THEN
               PERFORM Llegir-problema-Linia
           ELSE
               AT END SET FideFitxer TO TRUE
           END-READ
           IF NOT FideFitxer THEN
             IF LiniaProblema(122:4) NOT = SPACES THEN
                 MOVE LiniaProblema(122:4) TO VariantProbl
             END-IF
             INSPECT LiniaProblema(1:81) CONVERTING '0' TO '.'
             PERFORM VARYING i FROM 1 BY 1 UNTIL i>9
               PERFORM VARYING j FROM 1 BY 1 UNTIL j>9
             END-PERFORM
           END-IF.

      *****************************************************************
      ******* SUDOKU VARIANTS: REGION LAYOUTS *************************
      *****************************************************************
      ***** A LAYOUT THAT PROGRAM SUDOKU WOULD REFUSE (A SQUARE WITHOUT
      ***** A REGION 1-9, OR A REGION WITHOUT EXACTLY NINE SQUARES) IS
      ***** SIMPLY NOT LOADED, SO ITS PUZZLES SHOW AS UNKNOWN VARIANTS
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
               PERFORM VARYING iRegio FROM 1 BY 1 UNTIL iRegio>9
                 MOVE 0 TO CasesRegio(iRegio)
               END-PERFORM
               PERFORM VARYING Punter FROM 1 BY 1 UNTIL Punter>81
                 IF RegionsMapa(Punter:1) < '1'
                    OR RegionsMapa(Punter:1) > '9' THEN
                     EXIT PARAGRAPH
                 END-IF
                 MOVE RegionsMapa(Punter:1) TO iRegio
                 ADD 1 TO CasesRegio(iRegio)
               END-PERFORM
               PERFORM VARYING iRegio FROM 1 BY 1 UNTIL iRegio>9
                 IF CasesRegio(iRegio) NOT = 9 THEN
                     EXIT PARAGRAPH
                 END-IF
               END-PERFORM
           END-IF
           ADD 1 TO NumVariants
           MOVE RegionsCodi TO VarCodi(NumVariants)
           MOVE RegionsDiagonal TO VarDiagonal(NumVariants)
           MOVE RegionsMapa TO VarRegions(NumVariants).

      ***** REGION MAP OF THE PUZZLE UNDER TEST, REBUILT ONLY WHEN THE
      ***** VARIANT CHANGES FROM ONE PUZZLE TO THE NEXT
       Prepara-variant.
           MOVE 0 TO VariantDesconegudaSw
           IF VariantProbl = VariantTaules THEN
               EXIT PARAGRAPH
           END-IF
           IF VariantProbl = SPACES THEN
               MOVE 0 TO DiagonalsSw
               MOVE SPACES TO RegionsActuals
           ELSE
               PERFORM VARYING iVariant FROM 1 BY 1
                       UNTIL iVariant > NumVariants
                       OR VarCodi(iVariant) = VariantProbl
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
           END-IF
           PERFORM VARYING i FROM 1 BY 1 UNTIL i>9
             PERFORM VARYING j FROM 1 BY 1 UNTIL j>9
               COMPUTE Punter = (i - 1) * 9 + j
               IF RegionsActuals = SPACES THEN
                   COMPUTE iFilBox = (i - 1) / 3
                   COMPUTE iColBox = (j - 1) / 3
                   COMPUTE RegioCas(Punter) = iFilBox * 3 + iColBox + 1
               ELSE
                   MOVE RegionsActuals(Punter:1) TO RegioCas(Punter)
               END-IF
             END-PERFORM
           END-PERFORM
           MOVE VariantProbl TO VariantTaules.

      *****************************************************************
      ******* RECONCILE THE EXTRACT AGAINST THE REJECTS FEED **********
      *****************************************************************
