      *          catalog: listing with filters, volume statistics,
      *          purge of stale records and export/import to a
      *          sequential backup so the indexed file can be
      *          reorganized after heavy purges; roll-forward recovery
      *          of the catalog from a backup plus the change journal
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CatalegFile ASSIGN TO DYNAMIC CatalegFileName
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CatalegClau
             FILE STATUS IS CatalegStatus.

           SELECT SortidaFile ASSIGN TO DYNAMIC SortidaFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CopiaStatus.

           SELECT DiariFile ASSIGN TO DYNAMIC DiariFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DiariStatus.

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
           05 CatalegGridOrig    PICTURE X(81).

       FD  SortidaFile.
       01  LiniaSortida PICTURE X(125).

      ***** THE BACKUP CARRIES THE WHOLE CATALOG RECORD ON ONE LINE,
      ***** SO AN EXPORT FOLLOWED BY AN IMPORT REBUILDS THE INDEXED
      ***** FILE WITHOUT LOSS. BACKUPS TAKEN BEFORE THE VARIANT CODE
      ***** JOINED THE KEY ARE 301 COLUMNS AND ARE STILL ACCEPTED
       FD  CopiaFile.
       01  CopiaLinea PICTURE X(305).

      ***** SAME LAYOUT AS THE JOURNAL WRITTEN BY PROGRAM SUDOKU.
      ***** BESIDES ALTA, MODIFICA AND BAIXA, AN EXPORT LEAVES A COPIA
      ***** MARK AND AN IMPORT A BUIDA MARK (CATALOG EMPTIED AND
      ***** RELOADED), BOTH WITH THE BACKUP FILE NAME IN PLACE OF THE
      ***** AFTER IMAGE
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

       WORKING-STORAGE SECTION.
      ******Run parameters (function, file names, filters) ******
           88 FuncioPurga       VALUE 'PURGA'.
           88 FuncioExporta     VALUE 'EXPORTA'.
           88 FuncioImporta     VALUE 'IMPORTA'.
           88 FuncioRecupera    VALUE 'RECUPERA'.
       01  CatalegFileName    PICTURE X(100) VALUE 'cataleg.dat'.
       01  SortidaFileName    PICTURE X(100) VALUE 'cataleg.txt'.
       01  CopiaFileName      PICTURE X(100) VALUE 'cataleg.seq'.
       01  DataDesde          PICTURE X(8) VALUE SPACES.
       01  DataFins           PICTURE X(8) VALUE SPACES.
       01  DataTall           PICTURE X(8) VALUE SPACES.
       01  TempsTall          PICTURE X(14) VALUE SPACES.

      ******Change journal ******
       01  DiariFileName      PICTURE X(106) VALUE SPACES.
       01  DiariStatus        PICTURE XX.
       01  IdExecucio         PICTURE X(14).
       01  DataAvui           PICTURE 9(8).
       01  HoraAvui           PICTURE 9(8).
       01  DataHoraActual     PICTURE X(14).
       01  AccioDiari         PICTURE X(8).
       01  CatalegAbans       PICTURE X(305).
       01  CatalegDespres     PICTURE X(305).

      ******Roll-forward recovery ******
       01  FiDiariSw          PICTURE 9 VALUE 0.
           88 FiDiari           VALUE 1.
       01  PassatTallSw       PICTURE 9 VALUE 0.
           88 PassatTall        VALUE 1.
       01  NumDiari           PICTURE 9(8) VALUE 0.
       01  PosCopia           PICTURE 9(8) VALUE 0.
       01  NumAplicats        PICTURE 9(8) VALUE 0.
       01  NumSaltats         PICTURE 9(8) VALUE 0.
       01  NumInconsistents   PICTURE 9(8) VALUE 0.

      ******Catalog scanning ******
       01  FiCatalegSw        PICTURE 9 VALUE 0.
             WHEN FuncioPurga    PERFORM Purga-cataleg
             WHEN FuncioExporta  PERFORM Exporta-cataleg
             WHEN FuncioImporta  PERFORM Importa-cataleg
             WHEN FuncioRecupera PERFORM Recupera-cataleg
             WHEN OTHER
               DISPLAY 'Funcio no valida: ' FuncioDemanada
               DISPLAY 'Funcions: LLISTA ESTAD PURGA EXPORTA IMPORTA '
                       'RECUPERA'
               MOVE 16 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.
      *****************************************************************
      ******* RUN PARAMETERS: FUNCTION, FILE NAMES AND FILTERS ********
      *****************************************************************
      ***** ARGUMENT 4 IS THE DIFFICULTY FILTER FOR LLISTA, THE
      ***** CUTOFF DATE (YYYYMMDD) FOR PURGA AND THE RECOVERY POINT
      ***** (YYYYMMDD[HHMMSS]) FOR RECUPERA; ARGUMENTS 5 AND 6 BOUND
      ***** THE LAST-SOLVED DATE RANGE OF THE LISTING. THE JOURNAL
      ***** IS ALWAYS THE CATALOG NAME FOLLOWED BY .diari
       Obtenir-Parametres.
           MOVE 1 TO ArgNum
           DISPLAY ArgNum UPON ARGUMENT-NUMBER

           MOVE 3 TO ArgNum
           DISPLAY ArgNum UPON ARGUMENT-NUMBER
           IF FuncioExporta OR FuncioImporta OR FuncioRecupera THEN
               ACCEPT CopiaFileName FROM ARGUMENT-VALUE
                   ON EXCEPTION CONTINUE
               END-ACCEPT

           MOVE 4 TO ArgNum
           DISPLAY ArgNum UPON ARGUMENT-NUMBER
           EVALUATE TRUE
             WHEN FuncioPurga
               ACCEPT DataTall FROM ARGUMENT-VALUE
                   ON EXCEPTION CONTINUE
               END-ACCEPT
             WHEN FuncioRecupera
               ACCEPT TempsTall FROM ARGUMENT-VALUE
                   ON EXCEPTION CONTINUE
               END-ACCEPT
             WHEN OTHER
               ACCEPT FiltreDificultat FROM ARGUMENT-VALUE
                   ON EXCEPTION CONTINUE
               END-ACCEPT
           END-EVALUATE

           MOVE 5 TO ArgNum
           DISPLAY ArgNum UPON ARGUMENT-NUMBER
           DISPLAY ArgNum UPON ARGUMENT-NUMBER
           ACCEPT DataFins FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
           END-ACCEPT

           STRING CatalegFileName DELIMITED BY SPACE
                  '.diari'              DELIMITED BY SIZE
                  INTO DiariFileName
           END-STRING
           PERFORM Obtenir-DataHora
           MOVE DataHoraActual TO IdExecucio.

       Obre-cataleg-lectura.
           OPEN INPUT CatalegFile
           DISPLAY NumLlistats ' llistats de ' NumLlegits.

      ***** TWO LINES PER RECORD: THE SOLVE HISTORY, THEN THE GRID
      ***** ITSELF (81 COLUMNS, SO IT ROUND-TRIPS AS PROBLEM INPUT;
      ***** A VARIANT GRID CARRIES ITS CODE IN COLUMNS 122-125)
       Escriu-linia-llista.
           MOVE CatalegNumResolts TO ResoltsEd
           MOVE CatalegMillorTemps TO TempsEd
           END-STRING
           WRITE LiniaSortida
           MOVE CatalegGrid TO LiniaSortida
           MOVE CatalegVariant TO LiniaSortida(122:4)
           WRITE LiniaSortida.

      *****************************************************************
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Obre-diari

           MOVE 'BAIXA' TO AccioDiari
           MOVE SPACES TO CatalegDespres
           PERFORM UNTIL FiCataleg
             PERFORM Llegir-cataleg-seguent
             IF NOT FiCataleg
                AND CatalegDarrerCop(1:8) < DataTall THEN
                 MOVE CatalegRecord TO CatalegAbans
                 DELETE CatalegFile RECORD
                 IF CatalegStatus = '00' THEN
                     ADD 1 TO NumPurgats
                     PERFORM Escriu-diari
                 END-IF
             END-IF
           END-PERFORM

           CLOSE CatalegFile
           CLOSE DiariFile
           DISPLAY NumPurgats ' purgats de ' NumLlegits
                   ' (darrer cop abans de ' DataTall ')'.


           CLOSE CopiaFile
           CLOSE CatalegFile

           PERFORM Obre-diari
           MOVE 'COPIA' TO AccioDiari
           MOVE SPACES TO CatalegAbans
           MOVE CopiaFileName TO CatalegDespres
           PERFORM Escriu-diari
           CLOSE DiariFile
           DISPLAY NumExportats ' exportats a ' CopiaFileName.

      ***** THE IMPORT REBUILDS THE INDEXED FILE FROM SCRATCH; A
      ***** BACKUP LINE WITHOUT A PLAUSIBLE GRID IS DROPPED WITH A
      ***** MESSAGE RATHER THAN CORRUPTING THE NEW CATALOG
       Importa-cataleg.
           PERFORM Obre-diari
           PERFORM Carrega-copia
           CLOSE DiariFile
           DISPLAY NumImportats ' importats, '
                   NumRebutjats ' rebutjats'
           IF NumRebutjats > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.

       Carrega-copia.
           OPEN INPUT CopiaFile
           IF CopiaStatus NOT = '00' THEN
               DISPLAY 'No es pot obrir ' CopiaFileName
               STOP RUN
           END-IF

      ***** THE BUIDA MARK IS ONLY JOURNALED ONCE THE BACKUP IS OPEN
      ***** AND THE CATALOG HAS BEEN EMPTIED, SO A RECOVERY NEVER
      ***** EMPTIES THE CATALOG FOR AN IMPORT THAT DID NOT HAPPEN
           IF FuncioImporta THEN
               MOVE 'BUIDA' TO AccioDiari
               MOVE SPACES TO CatalegAbans
               MOVE CopiaFileName TO CatalegDespres
               PERFORM Escriu-diari
               MOVE 'ALTA' TO AccioDiari
           END-IF

           PERFORM UNTIL FiCopia
             READ CopiaFile
                 AT END SET FiCopia TO TRUE
           END-PERFORM

           CLOSE CatalegFile
           CLOSE CopiaFile.

      ***** A CURRENT-FORMAT LINE HAS THE 81-DIGIT SOLUTION AFTER THE
      ***** VARIANT CODE (COLUMN 86), WHICH IS TESTED FIRST BECAUSE A
      ***** VARIANT CODE MAY ITSELF BE ALL DIGITS. AN OLD-FORMAT LINE
      ***** HAS THE SOLUTION RIGHT AFTER THE GRID; IT IS LOADED AS A
      ***** CLASSIC (BLANK VARIANT) RECORD
       Importa-registre.
           IF CopiaLinea(1:81) = SPACES THEN
               ADD 1 TO NumRebutjats
           ELSE
               IF CopiaLinea(86:81) IS NUMERIC THEN
                   MOVE CopiaLinea TO CatalegRecord
               ELSE
                   IF CopiaLinea(82:81) IS NUMERIC THEN
                       MOVE SPACES TO CatalegRecord
                       MOVE CopiaLinea(1:81) TO CatalegGrid
                       MOVE CopiaLinea(82:220) TO CatalegRecord(86:220)
                   ELSE
                       MOVE CopiaLinea TO CatalegRecord
                   END-IF
               END-IF
               WRITE CatalegRecord
                   INVALID KEY
                       ADD 1 TO NumRebutjats
                       DISPLAY 'Registre duplicat al backup'
                   NOT INVALID KEY
                       ADD 1 TO NumImportats
                       IF FuncioImporta THEN
                           MOVE CatalegRecord TO CatalegDespres
                           PERFORM Escriu-diari
                       END-IF
               END-WRITE
           END-IF.

      *****************************************************************
      ******* ROLL-FORWARD RECOVERY FROM A BACKUP AND THE JOURNAL *****
      *****************************************************************
      ***** THE BACKUP IS LOADED AS BY IMPORTA, THEN THE JOURNAL IS
      ***** REPLAYED FROM THE LAST COPIA MARK OF THAT BACKUP UP TO THE
      ***** RECOVERY POINT. A CHANGE IS APPLIED ONLY WHEN THE CATALOG
      ***** RECORD STILL MATCHES ITS BEFORE IMAGE; ONE ALREADY IN THE
      ***** AFTER STATE IS SKIPPED, ANY OTHER IS INCONSISTENT AND LEFT
      ***** AS FOUND. THE RECOVERY ITSELF IS NOT JOURNALED: TAKE A NEW
      ***** EXPORTA BEFORE THE CATALOG IS UPDATED AGAIN
       Recupera-cataleg.
           IF TempsTall = SPACES THEN
               MOVE ALL '9' TO TempsTall
           END-IF
           INSPECT TempsTall REPLACING ALL SPACE BY '9'

           OPEN INPUT DiariFile
           IF DiariStatus NOT = '00' THEN
               DISPLAY 'No es pot obrir ' DiariFileName
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL FiDiari
             READ DiariFile
                 AT END SET FiDiari TO TRUE
                 NOT AT END
                     ADD 1 TO NumDiari
                     IF DiariAccio = 'COPIA'
                        AND DiariDespres(1:100) = CopiaFileName THEN
                         MOVE NumDiari TO PosCopia
                     END-IF
             END-READ
           END-PERFORM
           CLOSE DiariFile
           IF PosCopia = 0 THEN
               DISPLAY 'Copia ' CopiaFileName
               DISPLAY '  sense marca al diari: es reaplica sencer'
           END-IF

           PERFORM Carrega-copia
           DISPLAY NumImportats ' carregats de ' CopiaFileName

           OPEN I-O CatalegFile
           IF CatalegStatus NOT = '00' THEN
               DISPLAY 'No es pot obrir ' CatalegFileName
                       ' (estat ' CatalegStatus ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT DiariFile
           MOVE 0 TO FiDiariSw
           MOVE 0 TO NumDiari
           PERFORM UNTIL FiDiari
             READ DiariFile
                 AT END SET FiDiari TO TRUE
                 NOT AT END PERFORM Aplica-diari
             END-READ
           END-PERFORM
           CLOSE DiariFile
           CLOSE CatalegFile

           DISPLAY NumAplicats ' aplicats, '
                   NumSaltats ' saltats, '
                   NumInconsistents ' inconsistents (fins a '
                   TempsTall ')'
           IF NumInconsistents > 0 THEN
               MOVE 8 TO RETURN-CODE
           ELSE
               IF NumRebutjats > 0 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      ***** RECORDS UP TO THE BACKUP'S MARK, AND EVERY RECORD FROM THE
      ***** FIRST ONE PAST THE RECOVERY POINT, ARE SKIPPED
       Aplica-diari.
           ADD 1 TO NumDiari
           IF DiariDataHora > TempsTall THEN
               SET PassatTall TO TRUE
           END-IF
           IF NumDiari <= PosCopia OR PassatTall THEN
               ADD 1 TO NumSaltats
               EXIT PARAGRAPH
           END-IF

           EVALUATE DiariAccio
             WHEN 'COPIA'
               CONTINUE
             WHEN 'BUIDA'
               CLOSE CatalegFile
               OPEN OUTPUT CatalegFile
               CLOSE CatalegFile
               OPEN I-O CatalegFile
               ADD 1 TO NumAplicats
             WHEN 'ALTA'
               MOVE DiariDespres TO CatalegRecord
               WRITE CatalegRecord
                   INVALID KEY
                       READ CatalegFile
                           INVALID KEY CONTINUE
                       END-READ
                       PERFORM Compara-imatge-despres
                   NOT INVALID KEY
                       ADD 1 TO NumAplicats
               END-WRITE
             WHEN 'MODIFICA'
               MOVE DiariAbans TO CatalegRecord
               READ CatalegFile
                   INVALID KEY PERFORM Registre-inconsistent
                   NOT INVALID KEY
                       IF CatalegRecord = DiariAbans THEN
                           MOVE DiariDespres TO CatalegRecord
                           REWRITE CatalegRecord
                           IF CatalegStatus = '00' THEN
                               ADD 1 TO NumAplicats
                           ELSE
                               PERFORM Registre-inconsistent
                           END-IF
                       ELSE
                           PERFORM Compara-imatge-despres
                       END-IF
               END-READ
             WHEN 'BAIXA'
               MOVE DiariAbans TO CatalegRecord
               READ CatalegFile
                   INVALID KEY ADD 1 TO NumSaltats
                   NOT INVALID KEY
                       IF CatalegRecord = DiariAbans THEN
                           DELETE CatalegFile RECORD
                           IF CatalegStatus = '00' THEN
                               ADD 1 TO NumAplicats
                           ELSE
                               PERFORM Registre-inconsistent
                           END-IF
                       ELSE
                           PERFORM Registre-inconsistent
                       END-IF
               END-READ
             WHEN OTHER
               PERFORM Registre-inconsistent
           END-EVALUATE.

       Compara-imatge-despres.
           IF CatalegRecord = DiariDespres THEN
               ADD 1 TO NumSaltats
           ELSE
               PERFORM Registre-inconsistent
           END-IF.

       Registre-inconsistent.
           ADD 1 TO NumInconsistents
           DISPLAY 'Diari ' NumDiari ' ' DiariAccio ' inconsistent: '
                   DiariAbans(1:81) DiariDespres(1:81).

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
           MOVE 'CATUTIL' TO DiariPrograma
           MOVE FuncioDemanada TO DiariFuncio
           MOVE AccioDiari TO DiariAccio
           MOVE CatalegAbans TO DiariAbans
           MOVE CatalegDespres TO DiariDespres
           WRITE DiariRecord.

       Obtenir-DataHora.
           ACCEPT DataAvui FROM DATE YYYYMMDD
           ACCEPT HoraAvui FROM TIME
           STRING DataAvui HoraAvui(1:6) DELIMITED BY SIZE
                  INTO DataHoraActual
           END-STRING.
       END PROGRAM CATUTIL.
