      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. provchk.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * the departed-provider gate - callable the way memidchk is.
      * The caller hands in the performing code and the date of
      * service; a provider provclose.cob has marked inactive
      * turns away any service after their PV-LAST-DATE. Services
      * on or before it are still good, so late charges for the
      * provider's own patients go out under the old NPI - the
      * claim builds never call this.
           SELECT PROVSTAT ASSIGN TO "S82" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS PV-DOCP
             LOCK MODE MANUAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PROVSTAT.
           COPY "provstat.cpy".

       WORKING-STORAGE SECTION.

       01  FILE-OPEN PIC X VALUE "N".

       LINKAGE SECTION.
      * PK-FUNC "C" check, "E" end of run (closes the file - a
      * batch caller checks every line on one open). PK-RESULT
      * comes back "Y" billable, "N" past the provider's last date
      * with the reason in PK-MSG.
       01  PROVCHK-PARMS.
           02 PK-FUNC PIC X.
           02 PK-DOCP PIC XX.
           02 PK-DATE PIC X(8).
           02 PK-RESULT PIC X.
           02 PK-MSG PIC X(40).

       PROCEDURE DIVISION USING PROVCHK-PARMS.

       P0.
           MOVE "Y" TO PK-RESULT
           MOVE SPACE TO PK-MSG

           IF PK-FUNC = "E"
               IF FILE-OPEN = "Y"
                   CLOSE PROVSTAT
                   MOVE "N" TO FILE-OPEN
               END-IF
               GO TO P9.

           IF FILE-OPEN NOT = "Y"
               OPEN INPUT PROVSTAT
               MOVE "Y" TO FILE-OPEN.

           MOVE PK-DOCP TO PV-DOCP
           READ PROVSTAT
             INVALID
               GO TO P9.
           IF PV-STATUS NOT = "I"
               GO TO P9.
           IF PK-DATE NOT = SPACE AND PK-DATE NOT > PV-LAST-DATE
               GO TO P9.

           MOVE "N" TO PK-RESULT
           STRING "PROVIDER " PV-DOCP " INACTIVE AFTER " PV-LAST-DATE
             DELIMITED BY SIZE INTO PK-MSG.

       P9.
           GOBACK.
