      * ALUPURGA - one line of the personal-data purge register,
      * appended to PURGA.LOG by ALUNO-RETENCAO-PURGA for every
      * student and file it changed: the category, the file, whether
      * the records were deleted ("E") or anonymized ("A"), how many,
      * and the withdrawal date the retention period ran from.  Kept
      * permanently and shown on the data-subject report.
       05  PUR-DATA                PIC 9(8).
       05  PUR-MATRICULA           PIC 9(6).
       05  PUR-CATEGORIA           PIC X(12).
       05  PUR-ARQUIVO             PIC X(12).
       05  PUR-ACAO                PIC X(1).
           88  PUR-ELIMINADO       VALUE "E".
           88  PUR-ANONIMIZADO     VALUE "A".
       05  PUR-REGISTROS           PIC 9(4).
       05  PUR-DESLIGAMENTO        PIC 9(8).
       05  PUR-OPERADOR            PIC X(8).
