      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. refasof.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * the reference-master change history refhist.cob keeps.
           SELECT REFHIST ASSIGN TO "S30" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS RH-KEY
             LOCK MODE MANUAL.

           SELECT PROCFILE ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS PROC-KEY
             LOCK MODE MANUAL.

           SELECT INSFILE ASSIGN TO "S40" ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC RECORD KEY IS INS-KEY
             ALTERNATE RECORD KEY IS INS-NAME WITH DUPLICATES
             ALTERNATE RECORD KEY IS INS-CITY WITH DUPLICATES
             ALTERNATE RECORD KEY IS INS-ASSIGN WITH DUPLICATES
             ALTERNATE RECORD KEY IS INS-CLAIMTYPE WITH DUPLICATES
             ALTERNATE RECORD KEY IS INS-NEIC WITH DUPLICATES
             ALTERNATE RECORD KEY IS INS-NEIC-ASSIGN WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT DOCFILENEW ASSIGN TO "S45" ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC RECORD KEY IS DOC-KEY
             LOCK MODE MANUAL.

           SELECT REFPHY ASSIGN TO "S50" ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC RECORD KEY IS REF-KEY
             LOCK MODE MANUAL.

      * every answer given on the screen, for the file or an
      * auditor.
           SELECT FILEOUT ASSIGN TO "S55" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  REFHIST.
           COPY "refhist.cpy".

       FD  PROCFILE.
           COPY "procfile.cpy".

       FD  INSFILE.
           COPY "insfile.cpy".

       FD  DOCFILENEW.
           COPY "docfile.cpy".

       FD  REFPHY.
           COPY "refphy.cpy".

       FD  FILEOUT.
       01  FILEOUT01 PIC X(110).

       WORKING-STORAGE SECTION.

       01  DATAIN PIC X(40).
       01  IN-FILE PIC X.
       01  IN-KEY PIC X(11).
       01  IN-DATE PIC X(8).
       01  T-DATE PIC X(8).
       01  FILE-NAME PIC X(10).
       01  ROW-CNTR PIC 999.
      * ASOF-FOUND: "Y" ASOF-IMAGE is the record as it stood, "N" not
      * on file that day, space no change since - the master now.
       01  ASOF-FOUND PIC X.
       01  ASOF-IMAGE PIC X(150).
       01  ACT-NAME PIC X(6).
       01  NEF-AMT PIC Z,ZZ9.99.
       01  PRT PIC X(110).

       PROCEDURE DIVISION.

      * reference-master "as of" inquiry - what a fee, a payer's
      * address or id, or a provider number was on a given day, for
      * the appeal, the audit or the repriced claim that asks.
      * Key file,key,date - file P PROCFILE, I INSFILE, D DOCFILENEW,
      * R REFPHY; the date YYYYMMDD, blank for today. Every change
      * on file for the record is listed (date, time, what, who and
      * which program), then the record rebuilt as it stood at the
      * end of that day: the before image of the first change made
      * after it, not on file when that change was the add, the
      * master as it stands when nothing has changed since. Each
      * answer also goes to the print file. END ends the job.
       P0.
           OPEN INPUT REFHIST PROCFILE INSFILE DOCFILENEW REFPHY.
           OPEN OUTPUT FILEOUT.
           ACCEPT T-DATE FROM DATE YYYYMMDD.

       P1.
           DISPLAY "FILE(P/I/D/R),KEY,YYYYMMDD OR END".
           ACCEPT DATAIN.
           IF DATAIN = "END"
               GO TO P99.

           MOVE SPACE TO IN-FILE IN-KEY IN-DATE
           UNSTRING DATAIN DELIMITED BY ","
             INTO IN-FILE IN-KEY IN-DATE.

           EVALUATE IN-FILE
             WHEN "P"
               MOVE "PROCFILE" TO FILE-NAME
             WHEN "I"
               MOVE "INSFILE" TO FILE-NAME
             WHEN "D"
               MOVE "DOCFILENEW" TO FILE-NAME
             WHEN "R"
               MOVE "REFPHY" TO FILE-NAME
             WHEN OTHER
               DISPLAY "FILE IS P, I, D OR R"
               GO TO P1
           END-EVALUATE

           IF IN-KEY = SPACE
               DISPLAY "KEY?"
               GO TO P1.
           IF IN-DATE = SPACE
               MOVE T-DATE TO IN-DATE.
           IF IN-DATE NOT NUMERIC
               DISPLAY "DATE IS YYYYMMDD"
               GO TO P1.

           MOVE SPACE TO PRT FILEOUT01
           WRITE FILEOUT01
           STRING FILE-NAME " " IN-KEY " AS OF " IN-DATE
             DELIMITED BY SIZE INTO PRT
           PERFORM SHOW-LINE

           MOVE 0 TO ROW-CNTR
           MOVE SPACE TO ASOF-FOUND ASOF-IMAGE
           MOVE IN-FILE TO RH-FILE
           MOVE IN-KEY TO RH-RECKEY
           MOVE SPACE TO RH-DATE RH-TIME
           START REFHIST KEY NOT < RH-KEY
             INVALID
               GO TO P3.

       P2.
           READ REFHIST NEXT
             AT END
               GO TO P3.
           IF RH-FILE NOT = IN-FILE OR RH-RECKEY NOT = IN-KEY
               GO TO P3.

           ADD 1 TO ROW-CNTR
           EVALUATE RH-ACTION
             WHEN "A"
               MOVE "ADDED" TO ACT-NAME
             WHEN "D"
               MOVE "DELETE" TO ACT-NAME
             WHEN OTHER
               MOVE "CHANGE" TO ACT-NAME
           END-EVALUATE
           MOVE SPACE TO PRT
           STRING "  " RH-DATE " " RH-TIME (1:6) " " ACT-NAME " "
             RH-OPER " " RH-PROGRAM
             DELIMITED BY SIZE INTO PRT
           PERFORM SHOW-LINE

           IF ASOF-FOUND NOT = SPACE OR RH-DATE NOT > IN-DATE
               GO TO P2.
           IF RH-ACTION = "A"
               MOVE "N" TO ASOF-FOUND
               GO TO P2.
           MOVE "Y" TO ASOF-FOUND
           MOVE RH-BEFORE TO ASOF-IMAGE
           GO TO P2.

       P3.
           IF ROW-CNTR = 0
               MOVE "  NO CHANGES ON FILE" TO PRT
               PERFORM SHOW-LINE.

           IF ASOF-FOUND = "N"
               GO TO P4.
           IF ASOF-FOUND = "Y"
               PERFORM SHOW-REC THRU SHOW-REC-EXIT
               GO TO P1.

           PERFORM READ-MASTER THRU READ-MASTER-EXIT
           IF ASOF-FOUND = "N"
               GO TO P4.
           PERFORM SHOW-REC THRU SHOW-REC-EXIT
           GO TO P1.

       P4.
           MOVE SPACE TO PRT
           STRING "  NOT ON FILE ON " IN-DATE
             DELIMITED BY SIZE INTO PRT
           PERFORM SHOW-LINE
           GO TO P1.

      * nothing changed since the day asked - the record on file.
       READ-MASTER.
           MOVE "Y" TO ASOF-FOUND
           EVALUATE IN-FILE
             WHEN "P"
               MOVE IN-KEY TO PROC-KEY
               READ PROCFILE
                 INVALID
                   MOVE "N" TO ASOF-FOUND
                 NOT INVALID
                   MOVE PROCFILE01 TO ASOF-IMAGE
               END-READ
             WHEN "I"
               MOVE IN-KEY TO INS-KEY
               READ INSFILE
                 INVALID
                   MOVE "N" TO ASOF-FOUND
                 NOT INVALID
                   MOVE INSFILE01 TO ASOF-IMAGE
               END-READ
             WHEN "D"
               MOVE IN-KEY TO DOC-KEY
               READ DOCFILENEW
                 INVALID
                   MOVE "N" TO ASOF-FOUND
                 NOT INVALID
                   MOVE DOCFILE01 TO ASOF-IMAGE
               END-READ
             WHEN OTHER
               MOVE IN-KEY TO REF-KEY
               READ REFPHY
                 INVALID
                   MOVE "N" TO ASOF-FOUND
                 NOT INVALID
                   MOVE REFPHY01 TO ASOF-IMAGE
               END-READ
           END-EVALUATE.

       READ-MASTER-EXIT.
           EXIT.

      * the image laid back over the master's own record layout.
       SHOW-REC.
           IF IN-FILE = "P"
               GO TO SHOW-REC-P.
           IF IN-FILE = "I"
               GO TO SHOW-REC-I.
           IF IN-FILE = "D"
               GO TO SHOW-REC-D.

           MOVE ASOF-IMAGE TO REFPHY01
           MOVE SPACE TO PRT
           STRING "  " REF-KEY " " REF-NAME " NPI " REF-NPI
             " UPIN " REF-UPIN
             DELIMITED BY SIZE INTO PRT
           PERFORM SHOW-LINE
           MOVE SPACE TO PRT
           STRING "  CAID " REF-CDNUM " CARE " REF-CRNUM
             " B/S " REF-BSNUM
             DELIMITED BY SIZE INTO PRT
           PERFORM SHOW-LINE
           GO TO SHOW-REC-EXIT.

       SHOW-REC-P.
           MOVE ASOF-IMAGE TO PROCFILE01
           MOVE PROC-AMOUNT TO NEF-AMT
           MOVE SPACE TO PRT
           STRING "  " PROC-KEY " " PROC-TYPE " " PROC-TITLE
             " FEE " NEF-AMT
             DELIMITED BY SIZE INTO PRT
           PERFORM SHOW-LINE
           GO TO SHOW-REC-EXIT.

       SHOW-REC-I.
           MOVE ASOF-IMAGE TO INSFILE01
           MOVE SPACE TO PRT
           STRING "  " INS-KEY " " INS-NAME " " INS-STREET " "
             INS-CITY " " INS-STATE " " INS-ZIP
             DELIMITED BY SIZE INTO PRT
           PERFORM SHOW-LINE
           MOVE SPACE TO PRT
           STRING "  PAYER ID " INS-NEIC " PROVIDER # " INS-PRVNUM
             " CAID " INS-CAID " CLAIM TYPE " INS-CLAIMTYPE
             " ASSIGN " INS-ASSIGN " STATUS " INS-STATUS
             DELIMITED BY SIZE INTO PRT
           PERFORM SHOW-LINE
           GO TO SHOW-REC-EXIT.

       SHOW-REC-D.
           MOVE ASOF-IMAGE TO DOCFILE01
           MOVE SPACE TO PRT
           STRING "  " DOC-KEY " " DOC-NAME " NPI " DOC-NPI
             " PROVIDER # " DOC-PVNUM " UPIN " DOC-UPIN
             DELIMITED BY SIZE INTO PRT
           PERFORM SHOW-LINE
           MOVE SPACE TO PRT
           STRING "  FED ID " DOC-FEDID " GROUP " DOC-GROUP
             " GROUP NPI " DOC-NPIGROUP " TAXONOMY " DOC-TAXONOMY
             DELIMITED BY SIZE INTO PRT
           PERFORM SHOW-LINE.

       SHOW-REC-EXIT.
           EXIT.

       SHOW-LINE.
           DISPLAY PRT
           WRITE FILEOUT01 FROM PRT.

       P99.
           CLOSE REFHIST PROCFILE INSFILE DOCFILENEW REFPHY FILEOUT.
           STOP RUN.
