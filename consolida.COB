       FILE SECTION.

       FD  PartFile.
       01  LiniaPart PICTURE X(125).

       FD  PartExtFile.
       01  LiniaPartExt PICTURE X(100).

       FD  PartRebFile.
       01  LiniaPartReb PICTURE X(125).

       FD  PartRegFile.
       01  LiniaPartReg PICTURE X(100).
           05 PartCkptEquivalents PICTURE 9(6).

       FD  SortidaFile.
       01  LiniaSortida PICTURE X(125).

       FD  ExtSortidaFile.
       01  LiniaExtSortida PICTURE X(100).

       FD  RebSortidaFile.
       01  LiniaRebSortida PICTURE X(125).

       FD  RegSortidaFile.
       01  LiniaRegSortida PICTURE X(100).
           05 OrdClau   PICTURE X(19).
           05 OrdPart   PICTURE 9.
           05 OrdSeq    PICTURE 9(9).
           05 OrdLinia  PICTURE X(125).

       WORKING-STORAGE SECTION.
      ******Run parameters (file names) ******
