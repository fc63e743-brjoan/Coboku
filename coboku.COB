             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ProgresStatus.

           SELECT RegionsFile ASSIGN TO DYNAMIC RegionsFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RegionsStatus.

           SELECT OPTIONAL CatalegFile
             ASSIGN TO DYNAMIC CatalegFileName
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CatalegClau
             FILE STATUS IS CatalegStatus.

           SELECT DiariFile ASSIGN TO DYNAMIC DiariFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DiariStatus.

       DATA DIVISION.
       FILE SECTION.


      ***** THE RECORD IS WIDER THAN THE GRID SO A REJECTS FILE (GRID
      ***** PLUS REASON CODE AND RETRY GOVERNANCE) READS BACK AS ONE
      ***** PUZZLE PER LINE; COLUMNS 122-125 NAME THE VARIANT OF A
      ***** NON-CLASSIC PUZZLE (BLANK TAKES THE RUN'S VARIANT)
       FD  ProblemaFileLinia.
       01  LiniaProblema PICTURE X(125).

       FD  CheckpointFile.
       01  CheckpointLinea.
      ***** DRIVER (PROGRAM REINTENT); COPIED UNCHANGED FROM THE
      ***** INPUT LINE SO THE GOVERNANCE SURVIVES THE SOLVE CYCLE
           05 RebutjatsInfo   PICTURE X(31).
           05 RebutjatsVariant PICTURE X(4).

      ***** ONE DELIMITED RECORD PER PUZZLE PLUS A TOTAL TRAILER,
      ***** READY FOR THE DOWNSTREAM REPORTING TOOLS
      ***** ONE DELIMITED RECORD PER EXECUTION: RUN ID, TIMESTAMPS,
      ***** EFFECTIVE PARAMETERS, TOTALS AND FINAL JOB RETURN CODE
       FD  ExecucionsFile.
       01  ExecucionsLinea PICTURE X(500).

      ***** THE OPERATOR REQUESTS A GRACEFUL STOP BY CREATING THIS
      ***** FILE; ITS CONTENT IS NEVER READ, ONLY ITS PRESENCE COUNTS
       FD  ProgresFile.
       01  ProgresLinea PICTURE X(100).

      ***** ONE LAYOUT PER LINE: VARIANT CODE, S/N FOR THE TWO EXTRA
      ***** DIAGONAL UNITS, THEN THE REGION NUMBER (1-9) OF EACH OF
      ***** THE 81 SQUARES; A BLANK MAP KEEPS THE CLASSIC 3X3 BOXES
       FD  RegionsFile.
       01  RegionsLinea.
           05 RegionsCodi     PICTURE X(4).
           05 FILLER          PICTURE X(1).
           05 RegionsDiagonal PICTURE X(1).
           05 FILLER          PICTURE X(1).
           05 RegionsMapa     PICTURE X(81).

      ***** CATALOG CHANGE JOURNAL, SHARED WITH PROGRAM CATUTIL: ONE
      ***** RECORD PER ADD (ALTA), UPDATE (MODIFICA) OR DELETE (BAIXA)
      ***** WITH THE RECORD IMAGES BEFORE AND AFTER THE CHANGE
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

      ***** MASTER CATALOG: ONE RECORD PER GRID EVER SOLVED, WITH ITS
      ***** SOLUTION, RATING AND SOLVE HISTORY ACROSS RUNS.
      ***** THE KEY AND THE STORED SOLUTION ARE IN CANONICAL FORM SO
      ***** RELABELLED OR BAND-PERMUTED VARIANTS OF A KNOWN GRID HIT
      ***** THE SAME RECORD; THE FIRST-SEEN LITERAL GRID IS KEPT TO
      ***** TELL A PLAIN REDELIVERY FROM A TRANSFORMED EQUIVALENT.
      ***** THE VARIANT CODE IS PART OF THE KEY: THE SAME GIVENS
      ***** UNDER ANOTHER REGION LAYOUT ARE A DIFFERENT PUZZLE
       FD  CatalegFile.
       01  CatalegRecord.
           05 CatalegClau.
              10 CatalegGrid     PICTURE X(81).
              10 CatalegVariant  PICTURE X(4).
           05 CatalegSolucio     PICTURE X(81).
           05 CatalegDificultat  PICTURE X(7).
           05 CatalegPrimerCop   PICTURE X(14).
           05 FILLER       PICTURE X(1).
           05 UnicLinea    PICTURE X(8).
       01  SolucioLinea-Maquina PICTURE X(81).
      ***** A GENERATED VARIANT PUZZLE CARRIES ITS VARIANT CODE IN THE
      ***** SAME COLUMNS AS THE PROBLEM LINE, SO IT FEEDS BACK AS INPUT
       01  SolucioLinea-Generada.
           05 GeneradaGrid    PICTURE X(81).
           05 FILLER          PICTURE X(40).
           05 GeneradaVariant PICTURE X(4).

       WORKING-STORAGE SECTION.
      ******Run parameters (file names) ******
       01  NumDeCataleg       PICTURE 9(6) VALUE 0.
       01  NumEquivalents     PICTURE 9(6) VALUE 0.
       01  GridOriginal       PICTURE X(81).
       01  DiariFileName      PICTURE X(106) VALUE SPACES.
       01  DiariStatus        PICTURE XX.
       01  AccioDiari         PICTURE X(8).
       01  CatalegAbans       PICTURE X(305).

      ******Sudoku variants: diagonal (X) units and irregular jigsaw
      ******regions, read from the region-layout file. A blank
      ******variant code is the classic puzzle ******
       01  RegionsFileName    PICTURE X(100) VALUE 'regions.txt'.
       01  RegionsStatus      PICTURE XX.
       01  FiRegionsSw        PICTURE 9 VALUE 0.
           88 FiRegions         VALUE 1.
       01  VariantDefecte     PICTURE X(4) VALUE SPACES.
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
       01  NumDiag            PICTURE 9.
      ***** ONLY A CLASSIC GRID MAY BE ROW/COLUMN PERMUTED WHEN
      ***** BUILDING ITS CANONICAL KEY; A VARIANT KEEPS ITS GEOMETRY
      ***** AND IS ONLY RELABELLED
       01  LimitPerm          PICTURE 999 VALUE 216.
       01  IntentsGraella     PICTURE 99.

      ******Canonical form of a grid: the lexicographically smallest
      ******first-occurrence relabelling over every row permutation
      ******Validation of givens prior to search ******
       01  CountDigit OCCURS 9 TIMES PICTURE 9.
       01  d3         PICTURE 99.
       01  NumBox     PICTURE 9.

      ******Statistics ******
       01  uLlTv   PICTURE 999 VALUE 1.

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

      ******Last rule-2 assignation queued by Elimina, so the same
      ******deduction found again in another unit (the queued
      ******eliminations are not yet applied) is not repeated
      ******List of values to eliminate
      ******pLl = Next square to process
      ******uLl = First empty position on the list
       01  LlVals    occurs 2000 times.
           05 Llicas      picture 99.
           05 LlVal       picture 99.
       01  pLl       picture 9999 value 1.
           MOVE DiaJulia TO DiaInitot

           PERFORM Obtenir-Parametres
           PERFORM Carrega-variants
           MOVE VariantDefecte TO VariantProbl
           PERFORM Prepara-variant
           IF VariantDesconeguda THEN
               DISPLAY 'Variant desconeguda: ' VariantDefecte
                       ' (' RegionsFileName ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           IF ModeGeneracio THEN
               PERFORM Genera-problemes
           OPEN I-O CatalegFile
           IF CatalegStatus = '00' OR CatalegStatus = '05' THEN
               MOVE 1 TO CatalegActiuSw
               STRING CatalegFileName DELIMITED BY SPACE
                      '.diari'              DELIMITED BY SIZE
                      INTO DiariFileName
               END-STRING
           ELSE
               MOVE 0 TO CatalegActiuSw
               DISPLAY 'Cataleg no disponible (estat '
             MOVE GridProbl TO GridOriginal
             MOVE 0 TO TrobatCatalegSw
             MOVE 0 TO ClauFetaSw
             PERFORM Prepara-variant
      ***** A UNIQUENESS RUN MUST JUDGE EVERY PUZZLE ITSELF: THE
      ***** CATALOG STORES NO UNICA/MULTIPLE VERDICT TO COPY.
      ***** A TRACED PUZZLE IS SOLVED EVEN IF CATALOGUED, OR THERE
      ***** WOULD BE NO DEDUCTION STEPS TO SHOW
             IF CatalegActiu AND NOT ModeUnicitat
                AND NOT TracaActiva AND NOT VariantDesconeguda THEN
                 PERFORM Consulta-cataleg
             END-IF
             IF TrobatCataleg THEN
               MOVE ValorNum TO TopN
             WHEN 'CATALEG'
               MOVE ValorParm TO CatalegFileName
             WHEN 'VARIANT'
               MOVE ValorParm(1:4) TO VariantDefecte
             WHEN 'REGIONS'
               MOVE ValorParm TO RegionsFileName
             WHEN 'REBUTJOS'
               MOVE ValorParm TO RebutjatsFileName
             WHEN 'REGISTRE'
      *****************************************************************
      ******* VALIDATE GIVENS FOR ROW/COLUMN/BOX CONFLICTS ************
      *****************************************************************
      ***** THE BOXES ARE THE VARIANT'S REGIONS (THE CLASSIC 3X3 BOXES
      ***** UNLESS A JIGSAW MAP REPLACES THEM), AND AN X VARIANT ALSO
      ***** CHECKS ITS TWO DIAGONALS
       Valida-givens.
           IF VariantDesconeguda THEN
               SET Invalida TO TRUE
               PERFORM Escriu-sol-variant-desconeguda
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING i FROM 1 BY 1 UNTIL i>9
             PERFORM VARYING d3 FROM 1 BY 1 UNTIL d3>9
               MOVE 0 TO CountDigit(d3)
             END-PERFORM
           END-PERFORM

           PERFORM VARYING iRegio FROM 1 BY 1 UNTIL iRegio>9
             PERFORM VARYING d3 FROM 1 BY 1 UNTIL d3>9
               MOVE 0 TO CountDigit(d3)
             END-PERFORM
             PERFORM VARYING icas2 FROM 1 BY 1 UNTIL icas2>81
               IF RegioCas(icas2) = iRegio
                  AND GridLlista(icas2) NOT = '.' THEN
                   MOVE GridLlista(icas2) TO d3
                   ADD 1 TO CountDigit(d3)
               END-IF
             END-PERFORM
             MOVE iRegio TO NumBox
             PERFORM VARYING d3 FROM 1 BY 1 UNTIL d3>9
               IF CountDigit(d3) > 1 THEN
                   SET Invalida TO TRUE
                   PERFORM Escriu-sol-conflicte-quadre
               END-IF
             END-PERFORM
           END-PERFORM

           IF AmbDiagonals THEN
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
                   IF GridCasella(i,j) NOT = '.' THEN
                       MOVE GridCasella(i,j) TO d3
                       ADD 1 TO CountDigit(d3)
                   END-IF
                 END-PERFORM
                 PERFORM VARYING d3 FROM 1 BY 1 UNTIL d3>9
                   IF CountDigit(d3) > 1 THEN
                       SET Invalida TO TRUE
                       PERFORM Escriu-sol-conflicte-diagonal
                   END-IF
                 END-PERFORM
               END-PERFORM
           END-IF.

      *****************************************************************
      ******* COUNT PUZZLES DROPPED BEYOND THE BATCH CEILING **********
      *****************************************************************
      ******* INITIALIZATION OF LOOK-UP TABLE OF PEERS AND UNITS ******
      *****************************************************************
      ***** EACH UNIT FILLS EIGHT CONSECUTIVE PEER SLOTS, SO TUnits
      ***** SEES ROW, COLUMN AND REGION AS UNITS 1 TO 3 AND THE
      ***** DIAGONALS OF AN X VARIANT AS UNITS 4 AND 5
       InitAssociades.
           PERFORM VARYING ifil FROM 1 BY 1 UNTIL ifil>9
             PERFORM VARYING icol FROM 1 BY 1 UNTIL icol>9
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
      ***** FROM ONE PUZZLE TO THE NEXT; AN UNKNOWN CODE LEAVES THEM
      ***** AS THEY WERE AND FLAGS THE PUZZLE
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

      *****************************************************************
      ******** LIMITS OF THE ITERATION OVER A BOX, GIVEN A SQUARE *****
      *****************************************************************
      *****************************************************************
       Llegir-problema.
           MOVE SPACES TO InfoReintents
           MOVE VariantDefecte TO VariantProbl
           IF FormatLiniaUnica THEN
               PERFORM Llegir-problema-Linia
           ELSE
           IF NOT FideFitxer THEN
             INSPECT LiniaProblema(1:81) CONVERTING '0' TO '.'
             MOVE LiniaProblema(91:31) TO InfoReintents
             IF LiniaProblema(122:4) NOT = SPACES THEN
                 MOVE LiniaProblema(122:4) TO VariantProbl
             END-IF
             PERFORM VARYING i FROM 1 BY 1 UNTIL i>9
               PERFORM VARYING j FROM 1 BY 1 UNTIL j>9
                 COMPUTE Punter = (i - 1) * 9 + j
           END-STRING
           WRITE SolucioLinea.

       Escriu-sol-conflicte-diagonal.
           MOVE SPACES TO SolucioLinea
           MOVE 'Problema ' TO ProbLinea
           MOVE iProbl TO iProbLinea
           STRING ': Diagonal ' DELIMITED BY SIZE
                  NumDiag       DELIMITED BY SIZE
                  ' valor '     DELIMITED BY SIZE
                  d3            DELIMITED BY SIZE
                  ' repetit'    DELIMITED BY SIZE
                  INTO DescrLinea
           END-STRING
           WRITE SolucioLinea.

       Escriu-sol-variant-desconeguda.
           MOVE SPACES TO SolucioLinea
           MOVE 'Problema ' TO ProbLinea
           MOVE iProbl TO iProbLinea
           STRING ': Variant desconeguda ' DELIMITED BY SIZE
                  VariantProbl             DELIMITED BY SIZE
                  INTO DescrLinea
           END-STRING
           WRITE SolucioLinea.

       Escriu-sol-contr.
           MOVE SPACES TO SolucioLinea
           MOVE 'Problema ' TO ProbLinea
       Consulta-cataleg.
           PERFORM Calcula-clau-canonica
           MOVE GridCanonic TO CatalegGrid
           MOVE VariantProbl TO CatalegVariant
           READ CatalegFile
               INVALID KEY MOVE 0 TO TrobatCatalegSw
               NOT INVALID KEY
           END-IF
           PERFORM Transforma-solucio-canonica
           MOVE GridCanonic TO CatalegGrid
           MOVE VariantProbl TO CatalegVariant
           MOVE SolucioCanonica TO CatalegSolucio
           MOVE GridOriginal TO CatalegGridOrig
           PERFORM Calcula-dificultat
           MOVE NumGuesses TO CatalegNumGuesses
           WRITE CatalegRecord
               INVALID KEY PERFORM Actualitza-cataleg
               NOT INVALID KEY
                   MOVE SPACES TO CatalegAbans
                   MOVE 'ALTA' TO AccioDiari
                   PERFORM Escriu-diari
           END-WRITE.

      ***** THE GRID WAS ALREADY CATALOGUED (FOR INSTANCE BY ANOTHER
      ***** RUN): KEEP FIRST-SEEN DATE AND LITERAL GRID, ACCUMULATE
      ***** THE SOLVE HISTORY. THE BAND IS ONLY SET WHEN THE GRID IS
      ***** FIRST CATALOGUED; AFTER THAT IT BELONGS TO THE MAINTENANCE
      ***** SCREEN (PROGRAM CONSULTA) AND TO THE CALIBRATION RE-BANDING
      ***** (PROGRAM CALIBRA, FUNCTION APLICA), SO A RECLASSIFIED OR
      ***** WITHDRAWN (RETIRAT) GRID KEEPS ITS BAND HERE
       Actualitza-cataleg.
           MOVE GridCanonic TO CatalegGrid
           MOVE VariantProbl TO CatalegVariant
           READ CatalegFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE CatalegRecord TO CatalegAbans
                   ADD 1 TO CatalegNumResolts
                   PERFORM Obtenir-DataHora
                   MOVE DataHoraActual TO CatalegDarrerCop
                       MOVE Tprbl TO CatalegMillorTemps
                   END-IF
                   MOVE SolucioCanonica TO CatalegSolucio
                   MOVE PeakNivell TO CatalegPeakNivell
                   MOVE NumGuesses TO CatalegNumGuesses
                   REWRITE CatalegRecord
                   IF CatalegStatus = '00' THEN
                       MOVE 'MODIFICA' TO AccioDiari
                       PERFORM Escriu-diari
                   END-IF
           END-READ.

      ***** THE JOURNAL IS OPENED AND CLOSED AROUND EACH RECORD, AS THE
      ***** CHECKPOINT IS, SO AN ABENDED RUN LEAVES EVERY CHANGE IT
      ***** MADE ON DISK FOR A ROLL-FORWARD RECOVERY (CATUTIL RECUPERA)
       Escriu-diari.
           PERFORM Obtenir-DataHora
           OPEN EXTEND DiariFile
           IF DiariStatus NOT = '00' THEN
               OPEN OUTPUT DiariFile
           END-IF
           MOVE SPACES TO DiariRecord
           MOVE IdExecucio TO DiariIdExecucio
           MOVE DataHoraActual TO DiariDataHora
           MOVE 'SUDOKU' TO DiariPrograma
           MOVE 'RESOL' TO DiariFuncio
           MOVE AccioDiari TO DiariAccio
           MOVE CatalegAbans TO DiariAbans
           MOVE CatalegRecord TO DiariDespres
           WRITE DiariRecord
           CLOSE DiariFile.

      *****************************************************************
      ******* CANONICAL FORM OF A GRID FOR CATALOG KEYING *************
      *****************************************************************
      ***** TRIED; FOR EACH, DIGITS ARE RELABELLED BY FIRST
      ***** OCCURRENCE, WHICH CANCELS ANY RELABELLING OF THE INPUT,
      ***** AND THE SMALLEST IMAGE WINS. BUILDING STOPS AS SOON AS A
      ***** CANDIDATE COMPARES GREATER THAN THE BEST SO FAR.
      ***** A VARIANT GRID ONLY TRIES THE IDENTITY ARRANGEMENT
      ***** (LimitPerm = 1): PERMUTING ITS ROWS OR COLUMNS WOULD
      ***** BREAK THE DIAGONALS OR THE IRREGULAR REGIONS
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
           MOVE GridProbl TO RebutjatsGrid
           MOVE MotiuRebuig TO RebutjatsMotiu
           MOVE InfoReintents TO RebutjatsInfo
           MOVE VariantProbl TO RebutjatsVariant
           WRITE RebutjatsLinea.

      *****************************************************************
           MOVE SPACES TO LiniaExtracte
           STRING iProbl ';' CodiResultat ';' ExtracteMs ';'
                  ExtracteNivell ';' ExtracteGuess ';' ExtracteDif
                  ';' VariantProbl
                  INTO LiniaExtracte
           END-STRING
           WRITE LiniaExtracte.
                  INTO SolucioLinea
           END-STRING
           WRITE SolucioLinea
           IF VariantDefecte NOT = SPACES THEN
               MOVE SPACES TO SolucioLinea
               STRING 'PARM VARIANT=' DELIMITED BY SIZE
                      VariantDefecte  DELIMITED BY SPACE
                      ' REGIONS='     DELIMITED BY SIZE
                      RegionsFileName DELIMITED BY SPACE
                      INTO SolucioLinea
               END-STRING
               WRITE SolucioLinea
           END-IF
           MOVE SPACES TO SolucioLinea
           STRING 'PARM REBUTJOS=' DELIMITED BY SIZE
                  RebutjatsFileName DELIMITED BY SPACE
                         OR NumIntents = MaxIntents
             ADD 1 TO NumIntents
             PERFORM Genera-graella-completa
             IF GridComplet = SPACES THEN
                 EXIT PERFORM CYCLE
             END-IF
             PERFORM Retira-caselles
             PERFORM Avalua-dificultat
             IF DifObtinguda = DificultatDemanada THEN
                 ADD 1 TO NumGenerats
                 IF VariantDefecte = SPACES THEN
                     MOVE GridRetirada TO SolucioLinea-Maquina
                     WRITE SolucioLinea-Maquina
                 ELSE
                     MOVE SPACES TO SolucioLinea-Generada
                     MOVE GridRetirada TO GeneradaGrid
                     MOVE VariantDefecte TO GeneradaVariant
                     WRITE SolucioLinea-Generada
                 END-IF
                 DISPLAY 'Generat ' NumGenerats ' de ' NumGenerar
             END-IF
           END-PERFORM
      ***** PERMUTING THE DIGITS AND SHUFFLING ROWS AND COLUMNS WITHIN
      ***** THEIR BANDS PRESERVES VALIDITY
       Genera-graella-completa.
           IF VariantDefecte NOT = SPACES THEN
               PERFORM Genera-graella-variant
               EXIT PARAGRAPH
           END-IF
           PERFORM Baralla-digits
           PERFORM VARYING i FROM 1 BY 1 UNTIL i>9
             SUBTRACT 1 FROM i GIVING PatVal
           PERFORM Baralla-columnes
           MOVE GridProbl TO GridComplet.

      ***** THE SHIFTED PATTERN ONLY FITS THE CLASSIC BOXES. A VARIANT
      ***** GRID IS SEEDED WITH THE NINE DIGITS IN NINE RANDOM SQUARES
      ***** (NINE DIFFERENT DIGITS CANNOT CONFLICT) AND COMPLETED BY
      ***** THE SOLVER; A SEED THAT CANNOT BE COMPLETED IS DRAWN AGAIN
      ***** A FEW TIMES BEFORE THE ATTEMPT IS GIVEN UP (BLANK GRID)
       Genera-graella-variant.
           MOVE 'P' TO ModeCerca
           MOVE 0 TO Estat
           PERFORM VARYING IntentsGraella FROM 1 BY 1
                   UNTIL IntentsGraella > 20 OR Resolt
             PERFORM Baralla-digits
             PERFORM Baralla-ordre-caselles
             MOVE ALL '.' TO GridProbl
             PERFORM VARYING iOrdre FROM 1 BY 1 UNTIL iOrdre>9
               MOVE OrdreCas(iOrdre) TO CasRetirada
               MOVE PermDigits(iOrdre:1) TO GridLlista(CasRetirada)
             END-PERFORM
             MOVE 0 TO Estat
             MOVE 0 TO PeakNivell
             MOVE 0 TO NumGuesses
             MOVE 0 TO Cont
             PERFORM Init-valors
             IF NOT Contr THEN
                 PERFORM Cerca
             END-IF
           END-PERFORM
           MOVE 'G' TO ModeCerca
           IF NOT Resolt THEN
               MOVE SPACES TO GridComplet
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING icas FROM 1 BY 1 UNTIL icas>81
             MOVE UnicNoNul(icas) TO GridLlista(icas)
           END-PERFORM
           MOVE GridProbl TO GridComplet.

       Baralla-digits.
           MOVE CarDigits TO PermDigits
           PERFORM VARYING iDig FROM 9 BY -1 UNTIL iDig<2
       Retira-caselles.
           MOVE GridComplet TO GridRetirada
           MOVE 81 TO NumGivens
           PERFORM Baralla-ordre-caselles
           PERFORM VARYING iOrdre FROM 1 BY 1
                   UNTIL iOrdre>81 OR NumGivens <= GivensObjectiu
             MOVE OrdreCas(iOrdre) TO CasRetirada
             END-IF
           END-PERFORM.

       Baralla-ordre-caselles.
           PERFORM VARYING iOrdre FROM 1 BY 1 UNTIL iOrdre>81
             MOVE iOrdre TO OrdreCas(iOrdre)
           END-PERFORM
           PERFORM VARYING iOrdre FROM 81 BY -1 UNTIL iOrdre<2
             MOVE iOrdre TO AleatLimit
             PERFORM Aleatori
             MOVE OrdreCas(iOrdre) TO TmpOrdre
             MOVE OrdreCas(AleatResultat) TO OrdreCas(iOrdre)
             MOVE TmpOrdre TO OrdreCas(AleatResultat)
           END-PERFORM.

       Comprova-unicitat.
           MOVE 'U' TO ModeCerca
           MOVE GridRetirada TO GridProbl
           END-PERFORM.

       Elimina-valors.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i>NumUnitsCas(icas)
             PERFORM VARYING j FROM 1 BY 1 UNTIL j>8 OR Cont>1
               MOVE UnitCas(icas,i,j) TO icas2
               PERFORM Borra-igual
             END-IF

      *******RULE 2
             PERFORM VARYING i FROM 1 BY 1 UNTIL i>NumUnitsCas(icas)
               MOVE 0 TO Cont
               PERFORM VARYING j FROM 1 BY 1 UNTIL j>8 OR Cont>1
                 IF ValsCasDig(UnitCas(icas,i,j),d) = d THEN
               PERFORM Escriu-traca-regla1
           END-IF
      *    Recorrem associades
           PERFORM VARYING i FROM 1 BY 1 UNTIL i>NumAssocCas(icas)
             MOVE AssocCas(icas,i) TO icas2
             IF ValsCasDig(icas2,d2) = d2 THEN
               MOVE icas2 TO Llicas(uLl)
