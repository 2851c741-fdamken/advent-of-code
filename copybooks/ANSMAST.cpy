      *    KEY BY THE REGRESSION CHECK AND THE TREND REPORT INSTEAD
      *    OF EACH OF THEM REBUILDING A LATEST-WINS TABLE FROM THE
      *    WHOLE LEDGER EVERY EVENING. COPIED DIRECTLY UNDER EACH
      *    PROGRAM'S FD FOR THE MASTER FILE. THE POSTING RUN AND THE
      *    PROGRAM VERSION THAT PRODUCED THE ANSWER RIDE ALONG, SO
      *    ANSWERS FROM A SINCE-WITHDRAWN BUILD CAN BE FOUND.
      *    KEYED BY BASE CAMP AS WELL SINCE A SECOND CAMP CAME ON,
      *    SO EACH SITE'S ANSWERS STAND ON THEIR OWN.
                01 ANSWERSMASTER-RECORD.
                   05 AM-KEY.
                      10 AM-YEAR PIC X(4).
                      10 AM-DAY  PIC X(2).
                      10 AM-PART PIC X(20).
                      10 AM-SITE PIC X(6).
                   05 AM-DATE      PIC X(10).
                   05 AM-INPUTFILE PIC X(20).
                   05 AM-ANSWER    PIC Z(16).
                   05 AM-RUNID     PIC X(15).
                   05 AM-VERSION   PIC X(6).
