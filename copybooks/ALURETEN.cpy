      * ALURETEN - personal-data retention parameter record (a single
      * record in RETENCAO.DAT): for each category of personal data,
      * the number of years after a student's withdrawal (the last
      * DESLIGADO entry of the historico escolar) that the data is
      * kept before ALUNO-RETENCAO-PURGA removes it.  Zero keeps the
      * category indefinitely.  What the purge does per category:
      *   CADASTRO     document and address blanked (anonimizado);
      *                birth date and previous school are kept
      *   RESPONSAVEL  guardian and pick-up list records and the
      *                student's guardian messages deleted
      *   SAUDE        health record and AEE plan deleted
      *   OCORRENCIA   disciplinary occurrences deleted
      *   ATESTADO     certificate reference blanked; the covered
      *                dates stay, they justify recorded absences
      *   FINANCEIRO   paid and cancelled mensalidades deleted;
      *                charges still open are never removed
      * Maintained by supervisors in ALUNO-LGPD-VIEW and read
      * through ALUNO-PARAMETRO-RETENCAO, which supplies the
      * standard periods when the file does not exist yet.
       05  RTC-ANOS-CADASTRO       PIC 9(2).
       05  RTC-ANOS-RESPONSAVEL    PIC 9(2).
       05  RTC-ANOS-SAUDE          PIC 9(2).
       05  RTC-ANOS-OCORRENCIA     PIC 9(2).
       05  RTC-ANOS-ATESTADO       PIC 9(2).
       05  RTC-ANOS-FINANCEIRO     PIC 9(2).
