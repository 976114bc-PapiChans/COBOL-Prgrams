      ******************************************************************
      * Class session log record - one per attendance session held,
      * in SESSLOG.DAT, written by ATTEND whenever a section's
      * attendance is taken (absentees or not). Indexed on SES-KEY,
      * section (course + year level + section code) then session
      * date, so a section's sessions in a term read together. With
      * the absences in ATTNDNC.DAT it gives attendance as a rate -
      * a student with no absence lines in a section whose sessions
      * are logged was present, not merely unrecorded. SES-SOURCE is
      * "T" for a session keyed at the terminal, "B" for one from an
      * adviser's checklist file.
      ******************************************************************
       01  SESSION-REC.
           02 SES-KEY.
              03 SES-SECT-KEY.
                 04 SES-COURSE   PIC X(5).
                 04 SES-YR-LEVEL PIC 9.
                 04 SES-SECTION  PIC X(3).
              03 SES-DATE     PIC X(8).
           02 SES-TAKEN-BY  PIC X(20).
           02 SES-LOGGED-ON PIC X(8).
           02 SES-SOURCE    PIC X.
