       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * one record naming the file to convert - AGCYFILE, BATCHCTL,
      * STMTFMT, CHARCUR, CHARFILE or CHARNEW. The OLD file (prior
      * layout) is assigned on S35, the NEW file comes out on S40;
      * swap the files after a clean run, exactly like an isamutil
      * RELOAD.
           SELECT PARMFILE ASSIGN TO "S30" ORGANIZATION
             LINE SEQUENTIAL.

             ACCESS IS DYNAMIC RECORD KEY IS OSF2-INS
             LOCK MODE MANUAL.

           SELECT OCHARCUR ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS OCHARCUR-KEY
             ALTERNATE RECORD KEY IS OCC-PAYCODE WITH DUPLICATES
             ALTERNATE RECORD KEY IS OCC-DAT1 WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT OCHARFILE ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS OCHARFILE-KEY
             LOCK MODE MANUAL.

           SELECT OCHARNEW ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS OCHARNEW-KEY
             LOCK MODE MANUAL.

           SELECT NAGCY ASSIGN TO "S40" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS AG-GARNO
             LOCK MODE MANUAL.
             ACCESS IS DYNAMIC RECORD KEY IS SF2-INS
             LOCK MODE MANUAL.

           SELECT NCHARCUR ASSIGN TO "S40" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
             ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
             ALTERNATE RECORD KEY IS CC-DAT1 WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT NCHARFILE ASSIGN TO "S40" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CHARFILE-KEY
             LOCK MODE MANUAL.

           SELECT NCHARNEW ASSIGN TO "S40" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CHARNEW-KEY
             LOCK MODE MANUAL.

       DATA DIVISION.
       FILE SECTION.

           02 OSF2-REMIT PIC X(60).
           02 OSF2-FUTURE PIC X(6).

      * the three charge files before CC-UNITS/CD-UNITS went on the
      * end - only the key, the alternate keys and the old units
      * entry (bytes 66-67) are needed by name.
       FD  OCHARCUR.
       01  OCHARCUR01.
           02 OCHARCUR-KEY PIC X(11).
           02 FILLER PIC X(50).
           02 OCC-PAYCODE PIC XXX.
           02 FILLER PIC X.
           02 OCC-WORK PIC XX.
           02 OCC-DAT1 PIC X(8).
           02 FILLER PIC X(85).

       FD  OCHARFILE.
       01  OCHARFILE01.
           02 OCHARFILE-KEY PIC X(11).
           02 FILLER PIC X(54).
           02 OCD-WORK PIC XX.
           02 FILLER PIC X(122).

       FD  OCHARNEW.
       01  OCHARNEW01.
           02 OCHARNEW-KEY PIC X(11).
           02 FILLER PIC X(54).
           02 OCN-WORK PIC XX.
           02 FILLER PIC X(186).

       FD  NAGCY.
           COPY "agcyfile.cpy".

       FD  NFMT.
           COPY "stmtfmt.cpy".

       FD  NCHARCUR.
           COPY "charcur.cpy".

       FD  NCHARFILE.
           COPY "charfile.cpy".

       FD  NCHARNEW.
           COPY "charnew.cpy".

       WORKING-STORAGE SECTION.

       01  FILESEL PIC X(8).
      * message column). Run once per file before the new programs
      * open it - an unconverted file fails its first I-O open on
      * record length. New fields come out as spaces; the loads
      * and screens fill them from there. CHARCUR, CHARFILE and
      * CHARNEW (+service units) are copied byte for byte with the
      * units seeded from the old two-byte units entry, one where
      * that was blank or zero.
       P0.
           OPEN INPUT PARMFILE.
           READ PARMFILE
               PERFORM CVT-BATCH THRU CVT-BATCH-EXIT
             WHEN "STMTFMT"
               PERFORM CVT-FMT THRU CVT-FMT-EXIT
             WHEN "CHARCUR"
               PERFORM CVT-CC THRU CVT-CC-EXIT
             WHEN "CHARFILE"
               PERFORM CVT-CF THRU CVT-CF-EXIT
             WHEN "CHARNEW"
               PERFORM CVT-CN THRU CVT-CN-EXIT
             WHEN OTHER
               DISPLAY "LAYOUTCVT - FILE MUST BE AGCYFILE, "
                 "BATCHCTL, STMTFMT, CHARCUR, CHARFILE OR CHARNEW"
           END-EVALUATE
           GO TO P99.

       CVT-FMT-EXIT.
           EXIT.

       CVT-CC.
           OPEN INPUT OCHARCUR.
           OPEN OUTPUT NCHARCUR.
           MOVE SPACE TO OCHARCUR-KEY
           START OCHARCUR KEY NOT < OCHARCUR-KEY
             INVALID
               GO TO CVT-CC-9.

       CVT-CC-1.
           READ OCHARCUR NEXT
             AT END
               GO TO CVT-CC-9.
           MOVE OCHARCUR01 TO CHARCUR01
           IF OCC-WORK NUMERIC AND OCC-WORK > "00"
               MOVE OCC-WORK TO CC-UNITS
           ELSE
               MOVE 1 TO CC-UNITS.
           WRITE CHARCUR01
           ADD 1 TO REC-CNT
           GO TO CVT-CC-1.

       CVT-CC-9.
           CLOSE OCHARCUR NCHARCUR
           DISPLAY "LAYOUTCVT - CHARCUR ROWS CONVERTED: "
             REC-CNT.
       CVT-CC-EXIT.
           EXIT.

       CVT-CF.
           OPEN INPUT OCHARFILE.
           OPEN OUTPUT NCHARFILE.
           MOVE SPACE TO OCHARFILE-KEY
           START OCHARFILE KEY NOT < OCHARFILE-KEY
             INVALID
               GO TO CVT-CF-9.

       CVT-CF-1.
           READ OCHARFILE NEXT
             AT END
               GO TO CVT-CF-9.
           MOVE OCHARFILE01 TO CHARFILE01
           IF OCD-WORK NUMERIC AND OCD-WORK > "00"
               MOVE OCD-WORK TO CD-UNITS OF CHARFILE01
           ELSE
               MOVE 1 TO CD-UNITS OF CHARFILE01.
           WRITE CHARFILE01
           ADD 1 TO REC-CNT
           GO TO CVT-CF-1.

       CVT-CF-9.
           CLOSE OCHARFILE NCHARFILE
           DISPLAY "LAYOUTCVT - CHARFILE ROWS CONVERTED: "
             REC-CNT.
       CVT-CF-EXIT.
           EXIT.

       CVT-CN.
           OPEN INPUT OCHARNEW.
           OPEN OUTPUT NCHARNEW.
           MOVE SPACE TO OCHARNEW-KEY
           START OCHARNEW KEY NOT < OCHARNEW-KEY
             INVALID
               GO TO CVT-CN-9.

       CVT-CN-1.
           READ OCHARNEW NEXT
             AT END
               GO TO CVT-CN-9.
           MOVE OCHARNEW01 TO CHARNEW01
           IF OCN-WORK NUMERIC AND OCN-WORK > "00"
               MOVE OCN-WORK TO CD-UNITS OF CHARNEW01
           ELSE
               MOVE 1 TO CD-UNITS OF CHARNEW01.
           WRITE CHARNEW01
           ADD 1 TO REC-CNT
           GO TO CVT-CN-1.

       CVT-CN-9.
           CLOSE OCHARNEW NCHARNEW
           DISPLAY "LAYOUTCVT - CHARNEW ROWS CONVERTED: "
             REC-CNT.
       CVT-CN-EXIT.
           EXIT.

       P99.
           CLOSE PARMFILE.
           STOP RUN.
