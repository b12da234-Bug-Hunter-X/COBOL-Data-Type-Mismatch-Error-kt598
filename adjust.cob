      *            (ORIGINAL AMOUNT BACKED OUT, CORRECTED AMOUNT
      *            APPLIED, NET DIFFERENCE TOTALED) FOR THE DOWNSTREAM
      *            UPLOAD JOB, PLUS A PRINTED REGISTER OF CORRECTIONS.
      *            A CORRECTION HELD FOR SECOND-OPERATOR APPROVAL IS
      *            ONLY WRITTEN TO THE TRAIL AS A CORRECT ACTION WHEN
      *            IT IS APPROVED, SO ONLY APPROVED ITEMS ARE APPLIED;
      *            THE HELD, APPROVED AND DECLINED EVENTS ARE IGNORED.
      *            ARG 1 (OPTIONAL) IS THE AUDIT DATE YYYYMMDD;
      *            DEFAULT IS THE CURRENT DATE.
      ******************************************************************
       FILE SECTION.
       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-FILE-REC         PIC X(68).

       FD  ADJ-FILE
           RECORDING MODE IS F.
