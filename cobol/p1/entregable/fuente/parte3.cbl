           03 USERID           PIC X(8).
           03 USER-PWD-HASH    PIC 9(10).
           03 USER-ROLE        PIC X(8).
           03 USER-EMPID       PIC X(6).

       WORKING-STORAGE SECTION.
       77 CHOICE PIC 99.
           03 line 10 column 50 value "10. LEAVE APPROVAL".
           03 line 11 column 50 value "11. ASSET REGISTER".
           03 line 12 column 50 value "12. INSURANCE ENROLMENT".
           03 line 13 column 50 value "13. TAX DECLARATIONS".
           03 line 14 column 50 value "14. REPORTING LINES".
           03 line 15 column 50 value "15. SHIFT ROSTER".
           03 line 16 column 50 value "16. RECRUITMENT".
           03 line 17 column 50 value "17. TRAINING".
           03 line 19 column 50 value "99. EXIT".
           03 line 20 column 25 value "ENTER YOUR CHOICE :".
           03 line 20 column 46 using CHOICE.

                     GO TO MENU-PARA
                   ELSE
                     IF CHOICE = 6
                       IF WS-USER-ROLE = "SUPER" OR
                          WS-USER-ROLE = "ADMIN"
                          CALL "CLAIMAPPR" USING WS-LOGIN-ID
                          CANCEL "CLAIMAPPR"
                       ELSE
                          DISPLAY " " AT 0101 ERASE EOS
                             IF CHOICE = 10
                               IF WS-USER-ROLE = "SUPER" OR
                                  WS-USER-ROLE = "ADMIN"
                                  CALL "LEAVAPPR" USING WS-LOGIN-ID
                                  CANCEL "LEAVAPPR"
                               ELSE
                                  DISPLAY " " AT 0101 ERASE EOS
                                   END-IF
                                   GO TO MENU-PARA
                                 ELSE
                                    GO TO MENU-MORE-PARA.

      *    OPTIONS FROM 13 ON ARE DISPATCHED HERE SO THE NESTING
      *    ABOVE STAYS INSIDE THE CODING AREA. 99 (OR ANY OTHER
      *    CHOICE) ENDS THE SESSION AS BEFORE.
       MENU-MORE-PARA.
           IF CHOICE = 13
              IF WS-USER-ROLE = "WRITE" OR WS-USER-ROLE = "ADMIN"
                 CALL "INVDECL"
                 CANCEL "INVDECL"
              ELSE
                 DISPLAY " " AT 0101 ERASE EOS
                 accept access-denied-msg
                 STOP ' '
              END-IF
              GO TO MENU-PARA
           ELSE
             IF CHOICE = 14
               IF WS-USER-ROLE = "ADMIN"
                  CALL "REPTLINE"
                  CANCEL "REPTLINE"
               ELSE
                  DISPLAY " " AT 0101 ERASE EOS
                  accept access-denied-msg
                  STOP ' '
               END-IF
               GO TO MENU-PARA
             ELSE
               IF CHOICE = 15
                 IF WS-USER-ROLE = "WRITE" OR
                    WS-USER-ROLE = "ADMIN"
                    CALL "SHIFTMNT"
                    CANCEL "SHIFTMNT"
                 ELSE
                    DISPLAY " " AT 0101 ERASE EOS
                    accept access-denied-msg
                    STOP ' '
                 END-IF
                 GO TO MENU-PARA
               ELSE
                 IF CHOICE = 16
                   IF WS-USER-ROLE = "WRITE" OR
                      WS-USER-ROLE = "ADMIN"
                      CALL "RECRUIT" USING WS-LOGIN-ID
                      CANCEL "RECRUIT"
                   ELSE
                      DISPLAY " " AT 0101 ERASE EOS
                      accept access-denied-msg
                      STOP ' '
                   END-IF
                   GO TO MENU-PARA
                 ELSE
                   IF CHOICE = 17
                     IF WS-USER-ROLE = "WRITE" OR
                        WS-USER-ROLE = "ADMIN"
                        CALL "TRAINMNT"
                        CANCEL "TRAINMNT"
                     ELSE
                        DISPLAY " " AT 0101 ERASE EOS
                        accept access-denied-msg
                        STOP ' '
                     END-IF
                     GO TO MENU-PARA
                   ELSE
                      STOP RUN.

       END PROGRAM MAINHRMS.
       IDENTIFICATION DIVISION.
           WITH DUPLICATES
           FILE STATUS IS FSLN.

           SELECT SEPARATEFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SPEMPID
           FILE STATUS IS FSSP.

           SELECT REHIREFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RHNEWID
           ALTERNATE RECORD KEY IS RHOLDID
           WITH DUPLICATES
           FILE STATUS IS FSRH.

       DATA DIVISION.
       FILE SECTION.
       FD EMPFILE
           02 EPCHILD  PIC X(25).
           02 EPDOBC   PIC X(10).

       FD SEPARATEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/SEPARATE.DAT".
       01 SEPARATEREC.
           02 SPEMPID   PIC X(6).
           02 SPLWD     PIC X(10).
           02 SPREASON  PIC X(20).

       FD REHIREFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/REHIRE.DAT".
       01 REHIREREC.
           02 RHNEWID      PIC X(6).
           02 RHOLDID      PIC X(6).
           02 RHDATE       PIC X(10).
           02 RHOLDDOJ     PIC X(10).
           02 RHOLDLWD     PIC X(10).
           02 RHPRIOR      PIC 9(5).
           02 RHBRIDGE     PIC X(1).
           02 RHENTDT      PIC X(10).
           02 RHDECBY      PIC X(8).
           02 RHDECDT      PIC X(10).

       WORKING-STORAGE SECTION.
       77 FSE   PIC XX.
       77 FSL   PIC XX.
       77 FSEP  PIC XX.
       77 FSAP  PIC XX.
       77 FSLN  PIC XX.
       77 FSSP  PIC XX.
       77 FSRH  PIC XX.
       77 DES   PIC X(6).
       77 GR    PIC 99.
       77 CHOICE PIC 99.
       77 WS-E360-LVCAT  PIC X(3).
       77 WS-E360-CONFDT PIC X(6).
       77 WS-E360-LINE   PIC 99.
       77 WS-E360-CUR    PIC X(6).
       77 WS-E360-LEFT   PIC X(10).
       77 WS-E360-REASON PIC X(20).

        screen section.
       01 main-para-menu.
      *    CONSOLIDATED VIEW FOR ONE EMPLOYEE - MASTER BASICS, LATEST
      *    REVISION (REMPID ALTERNATE KEY), CURRENT PAY SUMMARY,
      *    OUTSTANDING LOAN BALANCE, LEAVE, CONFIRMATION STATUS AND
      *    TRANSFER HISTORY, PAGED ONE SCREEN AT A TIME. THE LAST PAGE
      *    IS THE SERVICE HISTORY - EVERY EARLIER ENGAGEMENT OF A
      *    REHIRE (REHIRE.DAT), NEWEST FIRST, WITH WHETHER ITS SERVICE
      *    WAS BRIDGED, AND ANY LATER CODE THE PERSON CAME BACK AS.
       EMP360-PARA.
           DISPLAY " " AT 0101 ERASE EOS.
           accept emp360-select.
           accept emp360-page2.
           STOP ' '.
           PERFORM E360-TRANSFER-PARA.
           PERFORM E360-SERVICE-PARA.
           GO TO MAIN-PARA.

       E360-REVISION-PARA.
           END-IF.
           IF WS-E360-LINE = 3
              DISPLAY "NO TRANSFERS ON FILE" AT 0303.
           DISPLAY "PRESS ENTER FOR SERVICE HISTORY" AT 2010.
           STOP ' '.

      *    EACH LINE IS ONE ENGAGEMENT; BRIDGED SHOWS THE DECISION ON
      *    THE LINK TO THE ENGAGEMENT BELOW IT (P = NOT YET DECIDED).
       E360-SERVICE-PARA.
           DISPLAY " " AT 0101 ERASE EOS.
           DISPLAY "EMPLOYEE 360 VIEW - SERVICE HISTORY" AT 0101.
           DISPLAY "CODE     JOINED     LEFT       REASON" AT 0303.
           DISPLAY "BRIDGED" AT 0360.
           MOVE 4 TO WS-E360-LINE.
           OPEN INPUT EMPFILE.
           OPEN INPUT SEPARATEFILE.
           OPEN INPUT REHIREFILE.
           IF FSRH = "35" OR FSRH = "30"
              CONTINUE
           ELSE
              MOVE WS-E360-EMPID TO RHOLDID
              READ REHIREFILE KEY IS RHOLDID
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    DISPLAY "REHIRED LATER AS" AT LINE WS-E360-LINE
                       COLUMN 3
                    DISPLAY RHNEWID AT LINE WS-E360-LINE COLUMN 20
                    DISPLAY RHDATE AT LINE WS-E360-LINE COLUMN 27
                    DISPLAY RHBRIDGE AT LINE WS-E360-LINE COLUMN 60
                    ADD 1 TO WS-E360-LINE
              END-READ
           END-IF.
           MOVE WS-E360-EMPID TO WS-E360-CUR.
           MOVE "N" TO WS-E360-EOF.
           PERFORM UNTIL WS-E360-EOF = "Y" OR WS-E360-LINE > 18
              PERFORM E360-ENGAGEMENT-PARA
           END-PERFORM.
           CLOSE EMPFILE.
           CLOSE SEPARATEFILE.
           CLOSE REHIREFILE.
           DISPLAY "PRESS ENTER TO RETURN TO HRMS READ MENU" AT 2010.
           STOP ' '.

       E360-ENGAGEMENT-PARA.
           MOVE WS-E360-CUR TO EEMPID.
           READ EMPFILE
              INVALID KEY MOVE SPACES TO EDOJ
           END-READ.
           MOVE "CURRENT" TO WS-E360-LEFT.
           MOVE SPACES TO WS-E360-REASON.
           IF FSSP = "35" OR FSSP = "30"
              CONTINUE
           ELSE
              MOVE WS-E360-CUR TO SPEMPID
              READ SEPARATEFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE SPLWD    TO WS-E360-LEFT
                    MOVE SPREASON TO WS-E360-REASON
              END-READ
           END-IF.
           DISPLAY WS-E360-CUR AT LINE WS-E360-LINE COLUMN 3.
           DISPLAY EDOJ AT LINE WS-E360-LINE COLUMN 12.
           DISPLAY WS-E360-LEFT AT LINE WS-E360-LINE COLUMN 23.
           DISPLAY WS-E360-REASON AT LINE WS-E360-LINE COLUMN 34.
           MOVE "Y" TO WS-E360-EOF.
           IF FSRH = "35" OR FSRH = "30"
              CONTINUE
           ELSE
              MOVE WS-E360-CUR TO RHNEWID
              READ REHIREFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    DISPLAY RHBRIDGE AT LINE WS-E360-LINE COLUMN 60
                    MOVE RHOLDID TO WS-E360-CUR
                    MOVE "N" TO WS-E360-EOF
              END-READ
           END-IF.
           ADD 1 TO WS-E360-LINE.

       ERROR-EMP360-PARA.
           DISPLAY " " AT 0101 ERASE EOS.
           accept invalid-code.
           RECORD KEY IS SPEMPID
           FILE STATUS IS FSSP.

           SELECT PAYBANDFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PBKEY
           FILE STATUS IS FSPB.

           SELECT USERFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USERID
           FILE STATUS IS FSU.

           SELECT AUDITFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSA.
           02 SPLWD     PIC X(10).
           02 SPREASON  PIC X(20).

       FD PAYBANDFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/PAYBAND.DAT".
       01 PAYBANDREC.
           02 PBKEY.
              03 PBGRADE   PIC 99.
              03 PBEFFDT   PIC X(10).
           02 PBMINBAS     PIC 9(6)V99.
           02 PBMAXBAS     PIC 9(6)V99.
           02 PBHRAPCT     PIC 99V99.
           02 PBALWPCT     PIC 999V99.

       FD USERFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/USER.DAT".
       01 USERREC.
           03 USERID           PIC X(8).
           03 USER-PWD-HASH    PIC 9(10).
           03 USER-ROLE        PIC X(8).
           03 USER-EMPID       PIC X(6).

       FD AUDITFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/AUDIT.DAT".
       77 FSSP  PIC XX.
       77 FSPY  PIC XX.
       77 FSA   PIC XX.
       77 FSPB  PIC XX.
       77 FSU   PIC XX.
       77 WS-SKILL-OK PIC X.
       77 WS-ESTAB-OK  PIC X.
       77 WS-OVERRIDE  PIC X.
       77 WS-AUD-OP    PIC X(8).
       77 WS-AUD-FILE  PIC X(18).
       77 WS-AUD-KEY   PIC X(8).
       77 WS-BAND-GRADE PIC 99.
       77 WS-BAND-DATE  PIC X(10).
       77 WS-BAND-FOUND PIC X.
       77 WS-BAND-EOF   PIC X.
       77 WS-BAND-MIN   PIC 9(6)V99.
       77 WS-BAND-MAX   PIC 9(6)V99.
       77 WS-BAND-OK    PIC X.
       77 WS-BAND-OVR   PIC X.
       77 WS-LOGIN-ID   PIC X(8).
       77 WS-LOGIN-PWD  PIC X(20).
       77 WS-LOGIN-OK   PIC X.
       01 WS-HASH-WORK.
           03 WS-HASH-I    PIC 9(4).
           03 WS-HASH-ACC  PIC 9(10).
           03 WS-HASH-CH   PIC 9(3).
       01 AUDIT-STAMP.
           03 AUD-DATE         PIC 9(8).
           03 AUD-TIME         PIC 9(8).
           03 line 20 column 10 value
               "PRESS ENTER TO RETURN TO HRMS WRITE MENU".

       01 out-of-band-screen.
           03 line 1 column 1 value " ".
           03 line 9 column 10 value
               "REVISED BASIC IS OUTSIDE THE PAY BAND FOR THE GRADE".
           03 line 11 column 10 value "BASIC         :".
           03 line 11 column 27 from RBASIC.
           03 line 12 column 10 value "BAND MINIMUM  :".
           03 line 12 column 27 from WS-BAND-MIN.
           03 line 13 column 10 value "BAND MAXIMUM  :".
           03 line 13 column 27 from WS-BAND-MAX.
           03 line 15 column 10 value
               "ADMIN OVERRIDE - USER ID    :".
           03 line 15 column 41 using WS-LOGIN-ID.
           03 line 16 column 10 value
               "PASSWORD (BLANK = CANCEL)   :".
           03 line 16 column 41 using WS-LOGIN-PWD.

       01 band-refused-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 10 value
               "OUTSIDE PAY BAND AND NOT OVERRIDDEN BY AN ADMIN".
           03 line 20 column 10 value
               "PRESS ENTER TO RE-ENTER THIS RECORD".

       01 invalid-date-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 20 value
                    DISPLAY " " AT 0101 ERASE EOS
                    accept invalid-date-msg
                    DISPLAY " " AT 0101 ERASE EOS
                 ELSE
                    PERFORM CHECK-BAND-PARA
                    IF WS-BAND-OK NOT = "Y"
                       MOVE "N" TO WS-DATE-OK
                       DISPLAY " " AT 0101 ERASE EOS
                       accept band-refused-msg
                       DISPLAY " " AT 0101 ERASE EOS
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
                 MOVE "REVISIONFILE" TO WS-AUD-FILE
                 MOVE RREVID TO WS-AUD-KEY
                 PERFORM WRITE-AUDIT-PARA
                 IF WS-BAND-OVR = "Y"
                    PERFORM WRITE-OVERRIDE-AUDIT-PARA
                 END-IF
           END-WRITE.
           CLOSE REVISIONFILE.
           GO TO MAIN-PARA.
           WRITE AUDITREC.
           CLOSE AUDITFILE.

      *    A REVISED BASIC BELOW THE MINIMUM OR ABOVE THE MAXIMUM OF
      *    THE GRADE'S PAY BAND IN FORCE ON THE REVISION DATE IS ONLY
      *    SAVED WHEN AN ADMIN KEYS THEIR ID AND PASSWORD; THE
      *    OVERRIDE IS WRITTEN TO THE AUDIT TRAIL UNDER THEIR ID.
       CHECK-BAND-PARA.
           MOVE "Y" TO WS-BAND-OK.
           MOVE "N" TO WS-BAND-OVR.
           OPEN INPUT EMPFILE.
           MOVE REMPID TO EEMPID.
           READ EMPFILE
              INVALID KEY MOVE ZERO TO EGRDNO
           END-READ.
           CLOSE EMPFILE.
           MOVE EGRDNO TO WS-BAND-GRADE.
           MOVE RREVDATE TO WS-BAND-DATE.
           OPEN INPUT PAYBANDFILE.
           PERFORM FIND-BAND-PARA.
           CLOSE PAYBANDFILE.
           IF WS-BAND-FOUND = "Y"
              IF RBASIC < WS-BAND-MIN OR
                 (WS-BAND-MAX NOT = ZERO AND RBASIC > WS-BAND-MAX)
                 MOVE SPACES TO WS-LOGIN-ID WS-LOGIN-PWD
                 DISPLAY " " AT 0101 ERASE EOS
                 accept out-of-band-screen
                 DISPLAY " " AT 0101 ERASE EOS
                 PERFORM VERIFY-OVERRIDE-PARA
                 IF WS-LOGIN-OK = "Y"
                    MOVE "Y" TO WS-BAND-OVR
                 ELSE
                    MOVE "N" TO WS-BAND-OK
                 END-IF
              END-IF
           END-IF.

      *    THE BAND IN FORCE IS THE LAST ROW FOR THE GRADE WHOSE
      *    EFFECTIVE DATE IS NOT AFTER WS-BAND-DATE.
       FIND-BAND-PARA.
           MOVE "N" TO WS-BAND-FOUND.
           MOVE "N" TO WS-BAND-EOF.
           IF FSPB = "35" OR FSPB = "30"
              MOVE "Y" TO WS-BAND-EOF
           ELSE
              MOVE WS-BAND-GRADE TO PBGRADE
              MOVE LOW-VALUES TO PBEFFDT
              START PAYBANDFILE KEY IS NOT LESS THAN PBKEY
                 INVALID KEY MOVE "Y" TO WS-BAND-EOF
              END-START
           END-IF.
           PERFORM UNTIL WS-BAND-EOF = "Y"
              READ PAYBANDFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-BAND-EOF
                 NOT AT END
                    IF PBGRADE NOT = WS-BAND-GRADE OR
                       PBEFFDT > WS-BAND-DATE
                       MOVE "Y" TO WS-BAND-EOF
                    ELSE
                       MOVE "Y"      TO WS-BAND-FOUND
                       MOVE PBMINBAS TO WS-BAND-MIN
                       MOVE PBMAXBAS TO WS-BAND-MAX
                    END-IF
              END-READ
           END-PERFORM.

       VERIFY-OVERRIDE-PARA.
           MOVE "N" TO WS-LOGIN-OK.
           IF WS-LOGIN-ID NOT = SPACES
              PERFORM HASH-PASSWORD-PARA
              OPEN INPUT USERFILE
              IF FSU = "35" OR FSU = "30"
                 CLOSE USERFILE
              ELSE
                 MOVE WS-LOGIN-ID TO USERID
                 READ USERFILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       IF USER-PWD-HASH = WS-HASH-ACC AND
                          USER-ROLE = "ADMIN"
                          MOVE "Y" TO WS-LOGIN-OK
                       END-IF
                 END-READ
                 CLOSE USERFILE
              END-IF
           END-IF.

       HASH-PASSWORD-PARA.
           MOVE ZERO TO WS-HASH-ACC.
           PERFORM VARYING WS-HASH-I FROM 1 BY 1
                 UNTIL WS-HASH-I > 20
              MOVE FUNCTION ORD(WS-LOGIN-PWD(WS-HASH-I:1))
                 TO WS-HASH-CH
              COMPUTE WS-HASH-ACC =
                 FUNCTION MOD((WS-HASH-ACC * 31) + WS-HASH-CH,
                 9999999999)
           END-PERFORM.

       WRITE-OVERRIDE-AUDIT-PARA.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT AUD-TIME FROM TIME.
           OPEN EXTEND AUDITFILE.
           IF FSA = "05" OR FSA = "35"
              CLOSE AUDITFILE
              OPEN OUTPUT AUDITFILE.
           MOVE SPACES TO AUDITREC.
           STRING "OVERRIDE" DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  "PAYBAND-REVISION" DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RREVID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUD-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUD-TIME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LOGIN-ID DELIMITED BY SIZE
             INTO AUDITREC.
           WRITE AUDITREC.
           CLOSE AUDITFILE.

       VALIDATE-DATE-PARA.
           MOVE "Y" TO WS-DATE-OK.
           IF WS-CHECKDATE (5:1) NOT = "-" OR
           RECORD KEY IS SPEMPID
           FILE STATUS IS FSSP.

           SELECT CONTRACTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTEMPID
           LOCK MODE IS MANUAL
           FILE STATUS IS FSCT.

           SELECT EMPDOCFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DCKEY
           LOCK MODE IS MANUAL
           FILE STATUS IS FSDC.

           SELECT PAYBANDFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PBKEY
           FILE STATUS IS FSPB.

           SELECT USERFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USERID
           FILE STATUS IS FSU.

           SELECT AUDITFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSA.

       DATA DIVISION.
       FILE SECTION.
       FD EMPFILE
           02 SPLWD     PIC X(10).
           02 SPREASON  PIC X(20).

       FD CONTRACTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/CONTRACT.DAT".
       01 CONTRACTREC.
           02 CTEMPID   PIC X(6).
           02 CTEND     PIC X(10).
           02 CTREF     PIC X(15).

       FD EMPDOCFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/EMPDOC.DAT".
       01 EMPDOCREC.
           02 DCKEY.
              03 DCEMPID   PIC X(6).
              03 DCTYPE    PIC X(4).
           02 DCNUMBER     PIC X(20).
           02 DCISSUE      PIC X(10).
           02 DCEXPIRY     PIC X(10).
           02 DCAUTH       PIC X(25).

       FD PAYBANDFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/PAYBAND.DAT".
       01 PAYBANDREC.
           02 PBKEY.
              03 PBGRADE   PIC 99.
              03 PBEFFDT   PIC X(10).
           02 PBMINBAS     PIC 9(6)V99.
           02 PBMAXBAS     PIC 9(6)V99.
           02 PBHRAPCT     PIC 99V99.
           02 PBALWPCT     PIC 999V99.

       FD USERFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/USER.DAT".
       01 USERREC.
           03 USERID           PIC X(8).
           03 USER-PWD-HASH    PIC 9(10).
           03 USER-ROLE        PIC X(8).
           03 USER-EMPID       PIC X(6).

       FD AUDITFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/AUDIT.DAT".
       01 AUDITREC            PIC X(80).

       FD LEAVEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/LEAVE.DAT".
       77 FSDH  PIC XX.
       77 FSST  PIC XX.
       77 FSSP  PIC XX.
       77 FSPB  PIC XX.
       77 FSU   PIC XX.
       77 FSA   PIC XX.
       77 FSCT  PIC XX.
       77 WS-CT-NEW    PIC X.
       77 WS-CT-DATEOK PIC X.
       77 FSDC  PIC XX.
       77 WS-DC-NEW    PIC X.
       77 WS-DC-DATE   PIC X(10).
       77 CHOICE PIC 99.
       77 WS-OLD-DESID PIC X(6).
       77 WS-OLD-BRNID PIC X(6).
       77 WS-ACTUAL    PIC 9(4).
       77 WS-SANCT     PIC 9(4).
       77 WS-SAVE-EMP  PIC X(133).
       77 WS-BAND-GRADE PIC 99.
       77 WS-BAND-DATE  PIC X(10).
       77 WS-BAND-FOUND PIC X.
       77 WS-BAND-EOF   PIC X.
       77 WS-BAND-MIN   PIC 9(6)V99.
       77 WS-BAND-MAX   PIC 9(6)V99.
       77 WS-BAND-OK    PIC X.
       77 WS-BAND-OVR   PIC X.
       77 WS-LOGIN-ID   PIC X(8).
       77 WS-LOGIN-PWD  PIC X(20).
       77 WS-LOGIN-OK   PIC X.
       01 WS-HASH-WORK.
           03 WS-HASH-I    PIC 9(4).
           03 WS-HASH-ACC  PIC 9(10).
           03 WS-HASH-CH   PIC 9(3).
       01 AUDIT-STAMP.
           03 AUD-DATE         PIC 9(8).
           03 AUD-TIME         PIC 9(8).

       screen section.
       01 main-para-menu.
           03 line 20 column 5 value "10. BANK FILE".
           03 line 21 column 5 value "11. HOLIDAY FILE".
           03 line 22 column 5 value "12. DEPENDENT FILE".
           03 line 11 column 40 value "13. CONTRACT END DATE".
           03 line 12 column 40 value "14. STATUTORY DOCUMENTS".
           03 line 23 column 5 value "99. EXIT".
           03 line 24 column 25 value "ENTER U R CHOICE :".
           03 line 24 column 45 using CHOICE.

           03 line 6 column 1 value "NOMINEE FLAG      :".
           03 line 6 column 35 using DPNOMIN.

       01 contract-key-select.
           03 line 1 column 1 value "ENTER EMP CODE TO UPDATE :".
           03 line 2 column 1 using CTEMPID.

       01 contract-para-menu.
           03 line 1 column 1 value " ".
           03 line 1 column 1 value "EMPLOYEE CODE     :".
           03 line 1 column 35 from CTEMPID.
           03 line 2 column 1 value "CONTRACT END DATE :".
           03 line 2 column 35 using CTEND.
           03 line 3 column 1 value "CONTRACT REFERENCE:".
           03 line 3 column 35 using CTREF.
           03 line 5 column 1 value
               "(CCYY-MM-DD - BLANK END DATE = NOT FIXED-TERM)".

       01 empdoc-key-select.
           03 line 1 column 1 value "ENTER EMP CODE            :".
           03 line 1 column 30 using DCEMPID.
           03 line 2 column 1 value "ENTER DOCUMENT TYPE       :".
           03 line 2 column 30 using DCTYPE.
           03 line 4 column 1 value
               "(E.G. DRVL LICENCE, WPRM WORK PERMIT, MEDF MEDICAL".
           03 line 5 column 1 value
               " FITNESS, PREG PROFESSIONAL REGISTRATION)".

       01 empdoc-para-menu.
           03 line 1 column 1 value " ".
           03 line 1 column 1 value "EMPLOYEE CODE     :".
           03 line 1 column 35 from DCEMPID.
           03 line 2 column 1 value "DOCUMENT TYPE     :".
           03 line 2 column 35 from DCTYPE.
           03 line 3 column 1 value "DOCUMENT NUMBER   :".
           03 line 3 column 35 using DCNUMBER.
           03 line 4 column 1 value "ISSUE DATE        :".
           03 line 4 column 35 using DCISSUE.
           03 line 5 column 1 value "EXPIRY DATE       :".
           03 line 5 column 35 using DCEXPIRY.
           03 line 6 column 1 value "ISSUING AUTHORITY :".
           03 line 6 column 35 using DCAUTH.
           03 line 8 column 1 value
               "(CCYY-MM-DD - BLANK EXPIRY = DOES NOT EXPIRE)".

       01 contract-date-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 20 value
               "INVALID DATE - USE CCYY-MM-DD".
           03 line 20 column 10 value
               "PRESS ENTER TO RETURN TO HRMS MAINTENANCE MENU".

       01 over-strength-screen.
           03 line 1 column 1 value " ".
           03 line 11 column 10 value
               "OVERRIDE AND SAVE ANYWAY? (Y/N) :".
           03 line 15 column 45 using WS-OVERRIDE.

       01 out-of-band-screen.
           03 line 1 column 1 value " ".
           03 line 9 column 10 value
               "REVISED BASIC IS OUTSIDE THE PAY BAND FOR THE GRADE".
           03 line 11 column 10 value "BASIC         :".
           03 line 11 column 27 from RBASIC.
           03 line 12 column 10 value "BAND MINIMUM  :".
           03 line 12 column 27 from WS-BAND-MIN.
           03 line 13 column 10 value "BAND MAXIMUM  :".
           03 line 13 column 27 from WS-BAND-MAX.
           03 line 15 column 10 value
               "ADMIN OVERRIDE - USER ID    :".
           03 line 15 column 41 using WS-LOGIN-ID.
           03 line 16 column 10 value
               "PASSWORD (BLANK = CANCEL)   :".
           03 line 16 column 41 using WS-LOGIN-PWD.

       01 band-refused-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 10 value
               "OUTSIDE PAY BAND AND NOT OVERRIDDEN BY AN ADMIN".
           03 line 20 column 10 value
               "PRESS ENTER TO RETURN TO HRMS MAINTENANCE MENU".

       01 invalid-code.
           03 line 1 column 1 value " ".
           03 line 12 column 30 value "RECORD NOT FOUND".
              WHEN 10 GO TO BANK-PARA
              WHEN 11 GO TO HOLIDAY-PARA
              WHEN 12 GO TO DEPEND-PARA
              WHEN 13 GO TO CONTRACT-PARA
              WHEN 14 GO TO EMPDOC-PARA
              WHEN OTHER EXIT PROGRAM
           END-EVALUATE.

              GO TO LOCKED-REVISION-PARA.
           DISPLAY " " AT 0101 ERASE EOS.
           accept revision-para-menu.
           PERFORM CHECK-BAND-PARA.
           IF WS-BAND-OK NOT = "Y"
              CLOSE REVISIONFILE
              DISPLAY " " AT 0101 ERASE EOS
              accept band-refused-msg
              GO TO MAIN-PARA.
           REWRITE REVISIONREC INVALID KEY GO TO ERROR-REVISION-PARA.
           IF WS-BAND-OVR = "Y"
              PERFORM WRITE-OVERRIDE-AUDIT-PARA.
           CLOSE REVISIONFILE.
           GO TO MAIN-PARA.

      *    A REVISED BASIC BELOW THE MINIMUM OR ABOVE THE MAXIMUM OF
      *    THE GRADE'S PAY BAND IN FORCE ON THE REVISION DATE IS ONLY
      *    SAVED WHEN AN ADMIN KEYS THEIR ID AND PASSWORD; THE
      *    OVERRIDE IS WRITTEN TO THE AUDIT TRAIL UNDER THEIR ID.
       CHECK-BAND-PARA.
           MOVE "Y" TO WS-BAND-OK.
           MOVE "N" TO WS-BAND-OVR.
           OPEN INPUT EMPFILE.
           MOVE REMPID TO EEMPID.
           READ EMPFILE
              INVALID KEY MOVE ZERO TO EGRDNO
           END-READ.
           CLOSE EMPFILE.
           MOVE EGRDNO TO WS-BAND-GRADE.
           MOVE RREVDATE TO WS-BAND-DATE.
           OPEN INPUT PAYBANDFILE.
           PERFORM FIND-BAND-PARA.
           CLOSE PAYBANDFILE.
           IF WS-BAND-FOUND = "Y"
              IF RBASIC < WS-BAND-MIN OR
                 (WS-BAND-MAX NOT = ZERO AND RBASIC > WS-BAND-MAX)
                 MOVE SPACES TO WS-LOGIN-ID WS-LOGIN-PWD
                 DISPLAY " " AT 0101 ERASE EOS
                 accept out-of-band-screen
                 DISPLAY " " AT 0101 ERASE EOS
                 PERFORM VERIFY-OVERRIDE-PARA
                 IF WS-LOGIN-OK = "Y"
                    MOVE "Y" TO WS-BAND-OVR
                 ELSE
                    MOVE "N" TO WS-BAND-OK
                 END-IF
              END-IF
           END-IF.

      *    THE BAND IN FORCE IS THE LAST ROW FOR THE GRADE WHOSE
      *    EFFECTIVE DATE IS NOT AFTER WS-BAND-DATE.
       FIND-BAND-PARA.
           MOVE "N" TO WS-BAND-FOUND.
           MOVE "N" TO WS-BAND-EOF.
           IF FSPB = "35" OR FSPB = "30"
              MOVE "Y" TO WS-BAND-EOF
           ELSE
              MOVE WS-BAND-GRADE TO PBGRADE
              MOVE LOW-VALUES TO PBEFFDT
              START PAYBANDFILE KEY IS NOT LESS THAN PBKEY
                 INVALID KEY MOVE "Y" TO WS-BAND-EOF
              END-START
           END-IF.
           PERFORM UNTIL WS-BAND-EOF = "Y"
              READ PAYBANDFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-BAND-EOF
                 NOT AT END
                    IF PBGRADE NOT = WS-BAND-GRADE OR
                       PBEFFDT > WS-BAND-DATE
                       MOVE "Y" TO WS-BAND-EOF
                    ELSE
                       MOVE "Y"      TO WS-BAND-FOUND
                       MOVE PBMINBAS TO WS-BAND-MIN
                       MOVE PBMAXBAS TO WS-BAND-MAX
                    END-IF
              END-READ
           END-PERFORM.

       VERIFY-OVERRIDE-PARA.
           MOVE "N" TO WS-LOGIN-OK.
           IF WS-LOGIN-ID NOT = SPACES
              PERFORM HASH-PASSWORD-PARA
              OPEN INPUT USERFILE
              IF FSU = "35" OR FSU = "30"
                 CLOSE USERFILE
              ELSE
                 MOVE WS-LOGIN-ID TO USERID
                 READ USERFILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       IF USER-PWD-HASH = WS-HASH-ACC AND
                          USER-ROLE = "ADMIN"
                          MOVE "Y" TO WS-LOGIN-OK
                       END-IF
                 END-READ
                 CLOSE USERFILE
              END-IF
           END-IF.

       HASH-PASSWORD-PARA.
           MOVE ZERO TO WS-HASH-ACC.
           PERFORM VARYING WS-HASH-I FROM 1 BY 1
                 UNTIL WS-HASH-I > 20
              MOVE FUNCTION ORD(WS-LOGIN-PWD(WS-HASH-I:1))
                 TO WS-HASH-CH
              COMPUTE WS-HASH-ACC =
                 FUNCTION MOD((WS-HASH-ACC * 31) + WS-HASH-CH,
                 9999999999)
           END-PERFORM.

       WRITE-OVERRIDE-AUDIT-PARA.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT AUD-TIME FROM TIME.
           OPEN EXTEND AUDITFILE.
           IF FSA = "05" OR FSA = "35"
              CLOSE AUDITFILE
              OPEN OUTPUT AUDITFILE.
           MOVE SPACES TO AUDITREC.
           STRING "OVERRIDE" DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  "PAYBAND-REVISION" DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RREVID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUD-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUD-TIME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LOGIN-ID DELIMITED BY SIZE
             INTO AUDITREC.
           WRITE AUDITREC.
           CLOSE AUDITFILE.

       PAYMENT-PARA.
           DISPLAY " " AT 0101 ERASE EOS.
           OPEN I-O PAYMENTFILE.
           accept payment-key-select.
           READ PAYMENTFILE WITH LOCK
              INVALID KEY GO TO ERROR-PAYMENT-PARA.
           IF FSP = "51"
              GO TO LOCKED-PAYMENT-PARA.
           DISPLAY " " AT 0101 ERASE EOS.
           accept payment-para-menu.
           DISPLAY " " AT 0101 ERASE EOS.
           accept payment-para-menu-2.
           CLOSE DEPENDFILE.
           GO TO MAIN-PARA.

      *    THE CONTRACT ROW IS ADDED HERE THE FIRST TIME A FIXED-TERM
      *    END DATE IS KEYED FOR THE EMPLOYEE. SEPFCST QUEUES THE
      *    SEPARATION WHEN THE DATE ARRIVES AND PAYRUN WARNS ABOUT PAY
      *    PAST IT.
       CONTRACT-PARA.
           DISPLAY " " AT 0101 ERASE EOS.
           accept contract-key-select.
           OPEN INPUT EMPFILE.
           MOVE CTEMPID TO EEMPID.
           READ EMPFILE
              INVALID KEY GO TO ERROR-EMP-PARA.
           CLOSE EMPFILE.
           OPEN I-O CONTRACTFILE.
           IF FSCT = "35" OR FSCT = "30"
              OPEN OUTPUT CONTRACTFILE
              CLOSE CONTRACTFILE
              OPEN I-O CONTRACTFILE.
           MOVE "N" TO WS-CT-NEW.
           READ CONTRACTFILE WITH LOCK
              INVALID KEY
                 MOVE "Y" TO WS-CT-NEW
                 MOVE SPACES TO CTEND CTREF.
           IF FSCT = "51"
              GO TO LOCKED-CONTRACT-PARA.
           DISPLAY " " AT 0101 ERASE EOS.
           accept contract-para-menu.
           MOVE "Y" TO WS-CT-DATEOK.
           IF CTEND NOT = SPACES
              IF CTEND (5:1) NOT = "-" OR CTEND (8:1) NOT = "-" OR
                 CTEND (1:4) NOT NUMERIC OR
                 CTEND (6:2) NOT NUMERIC OR
                 CTEND (9:2) NOT NUMERIC OR
                 CTEND (6:2) < "01" OR CTEND (6:2) > "12" OR
                 CTEND (9:2) < "01" OR CTEND (9:2) > "31"
                 MOVE "N" TO WS-CT-DATEOK
              END-IF
           END-IF.
           IF WS-CT-DATEOK NOT = "Y"
              CLOSE CONTRACTFILE
              DISPLAY " " AT 0101 ERASE EOS
              accept contract-date-msg
              GO TO MAIN-PARA.
           IF WS-CT-NEW = "Y"
              WRITE CONTRACTREC INVALID KEY GO TO ERROR-CONTRACT-PARA
           ELSE
              REWRITE CONTRACTREC INVALID KEY GO TO ERROR-CONTRACT-PARA
           END-IF.
           CLOSE CONTRACTFILE.
           GO TO MAIN-PARA.

      *    ONE ROW PER EMPLOYEE AND DOCUMENT TYPE - A RENEWAL IS
      *    KEYED OVER THE OLD ONE. DOCEXP REPORTS EXPIRIES AND MISSING
      *    DOCUMENTS AGAINST THE TYPES DOCREQ MAKES MANDATORY FOR THE
      *    EMPLOYEE'S DESIGNATION.
       EMPDOC-PARA.
           DISPLAY " " AT 0101 ERASE EOS.
           accept empdoc-key-select.
           IF DCTYPE = SPACES
              GO TO MAIN-PARA.
           OPEN INPUT EMPFILE.
           MOVE DCEMPID TO EEMPID.
           READ EMPFILE
              INVALID KEY GO TO ERROR-EMP-PARA.
           CLOSE EMPFILE.
           OPEN I-O EMPDOCFILE.
           IF FSDC = "35" OR FSDC = "30"
              OPEN OUTPUT EMPDOCFILE
              CLOSE EMPDOCFILE
              OPEN I-O EMPDOCFILE.
           MOVE "N" TO WS-DC-NEW.
           READ EMPDOCFILE WITH LOCK
              INVALID KEY
                 MOVE "Y" TO WS-DC-NEW
                 MOVE SPACES TO DCNUMBER DCISSUE DCEXPIRY DCAUTH.
           IF FSDC = "51"
              GO TO LOCKED-EMPDOC-PARA.
           DISPLAY " " AT 0101 ERASE EOS.
           accept empdoc-para-menu.
           MOVE "Y" TO WS-CT-DATEOK.
           MOVE DCISSUE TO WS-DC-DATE.
           PERFORM CHECK-DOC-DATE-PARA.
           IF DCISSUE = SPACES
              MOVE "N" TO WS-CT-DATEOK.
           IF DCEXPIRY NOT = SPACES
              MOVE DCEXPIRY TO WS-DC-DATE
              PERFORM CHECK-DOC-DATE-PARA
              IF DCEXPIRY < DCISSUE
                 MOVE "N" TO WS-CT-DATEOK
              END-IF
           END-IF.
           IF WS-CT-DATEOK NOT = "Y"
              CLOSE EMPDOCFILE
              DISPLAY " " AT 0101 ERASE EOS
              accept contract-date-msg
              GO TO MAIN-PARA.
           IF WS-DC-NEW = "Y"
              WRITE EMPDOCREC INVALID KEY GO TO ERROR-EMPDOC-PARA
           ELSE
              REWRITE EMPDOCREC INVALID KEY GO TO ERROR-EMPDOC-PARA
           END-IF.
           CLOSE EMPDOCFILE.
           GO TO MAIN-PARA.

       CHECK-DOC-DATE-PARA.
           IF WS-DC-DATE NOT = SPACES
              IF WS-DC-DATE (5:1) NOT = "-" OR
                 WS-DC-DATE (8:1) NOT = "-" OR
                 WS-DC-DATE (1:4) NOT NUMERIC OR
                 WS-DC-DATE (6:2) NOT NUMERIC OR
                 WS-DC-DATE (9:2) NOT NUMERIC OR
                 WS-DC-DATE (6:2) < "01" OR WS-DC-DATE (6:2) > "12" OR
                 WS-DC-DATE (9:2) < "01" OR WS-DC-DATE (9:2) > "31"
                 MOVE "N" TO WS-CT-DATEOK
              END-IF
           END-IF.

       ERROR-EMP-PARA.
           CLOSE EMPFILE.
           DISPLAY " " AT 0101 ERASE EOS.
           accept invalid-code.
           GO TO MAIN-PARA.

       ERROR-CONTRACT-PARA.
           CLOSE CONTRACTFILE.
           DISPLAY " " AT 0101 ERASE EOS.
           accept invalid-code.
           GO TO MAIN-PARA.

       ERROR-EMPDOC-PARA.
           CLOSE EMPDOCFILE.
           DISPLAY " " AT 0101 ERASE EOS.
           accept invalid-code.
           GO TO MAIN-PARA.

       LOCKED-EMP-PARA.
           CLOSE EMPFILE.
           DISPLAY " " AT 0101 ERASE EOS.
           accept record-in-use.
           GO TO MAIN-PARA.

       LOCKED-CONTRACT-PARA.
           CLOSE CONTRACTFILE.
           DISPLAY " " AT 0101 ERASE EOS.
           accept record-in-use.
           GO TO MAIN-PARA.

       LOCKED-EMPDOC-PARA.
           CLOSE EMPDOCFILE.
           DISPLAY " " AT 0101 ERASE EOS.
           accept record-in-use.
           GO TO MAIN-PARA.

       LOCKED-DEPEND-PARA.
           CLOSE DEPENDFILE.
           DISPLAY " " AT 0101 ERASE EOS.
      *    COMPONENTS BEHIND EACH ROW ARE RETAINED PER PERIOD ON
      *    DATA/PAYCOMP.DAT (BASIC, ALLOWANCES AND EACH STATUTORY
      *    DEDUCTION) FOR THE TAXCERT ANNUAL CERTIFICATE RUN.
      *    PF, ESI AND PROFESSIONAL TAX ARE DERIVED FROM THE PERIOD'S
      *    EARNED WAGES AT THE RATES IN FORCE ON DATA/STATRATE.DAT
      *    (MAINTAINED IN STATMAINT) - PT BY THE STATE OF THE
      *    EMPLOYEE'S BRANCH FROM DATA/BRSTATE.DAT - AND THE EMPLOYER
      *    PF AND ESI SHARES ARE KEPT ON PAYCOMP FOR STATREMIT. A
      *    SCHEME WITH NO RATE IN FORCE FALLS BACK TO THE AMOUNT KEYED
      *    ON THE PAYMENT MASTER. A JOINER IS PAID FROM EDOJ AND A
      *    LEAVER UP TO THE SPLWD LAST WORKING DAY ON SEPARATE.DAT IN
      *    THEIR LAST MONTH (NOTHING AFTER IT), PRO-RATED ON CALENDAR
      *    DAYS OR ON WORKING DAYS (WEEKENDS AND DATA/HOLIDAY.DAT
      *    HOLIDAYS FOR THE BRANCH EXCLUDED) AS THE OPERATOR CHOOSES;
      *    THE BASIS AND DAYS PAID ARE KEPT ON PAYCOMP FOR THE PAYSLIP
      *    AND FOR EMPSEP'S SETTLEMENT OF ANY UNPAID DAYS. THE SHIFT
      *    ALLOWANCE ATTIMP TOTALS FOR THE PERIOD ON DATA/SHIFTALW.DAT
      *    IS PAID ALONGSIDE OVERTIME. PAYTRAN ENTRIES AND ARREARS
      *    ALREADY PAID OFF-CYCLE BY A SUPPLEMENTARY RUN (SUPPRUN
      *    LEDGER DATA/SUPPITEM.DAT) ARE LEFT OUT, SO A RERUN OF THE
      *    PERIOD DOES NOT PAY THEM TWICE, AND EVERY PAYTRAN ENTRY AND
      *    ARREARS ROW THIS RUN PAYS GOES ON THAT LEDGER AS RUN 00 SO
      *    SUPPRUN DOES NOT OFFER IT AGAIN (A RERUN REPLACES THE
      *    PERIOD'S RUN 00 ROWS).
      *    ANYONE STILL BEING PAID WITH NO SEPARATION RECORDED WHO HAS
      *    PASSED THEIR RETIREMENT (GRADE AGE ON DATA/RETAGE.DAT, 60
      *    BY DEFAULT, TO THE END OF THAT MONTH) OR THEIR FIXED-TERM
      *    CONTRACT END ON DATA/CONTRACT.DAT BEFORE THE PERIOD END IS
      *    PAID AS USUAL BUT NAMED IN A WARNING, SO EMPSEP CAN BE RUN.
      *    AN EMPLOYEE UNDER SUSPENSION (OUTCOME S ON A DISCIPLINARY
      *    CASE ON DATA/DISCCASE.DAT, SEE DISCMNT) IS PAID ONLY THE
      *    CASE'S SUBSISTENCE ALLOWANCE PERCENTAGE OF THE FIXED PAY FOR
      *    THE SUSPENDED DAYS THAT FALL IN THE DAYS PAID, COUNTED ON
      *    THE SAME BASIS AS THE DAYS PAID; STATUTORY DEDUCTIONS FOLLOW
      *    THE REDUCED EARNINGS.
      *    STANDING DEDUCTIONS (CANTEEN, SOCIETY, UNION, COURT
      *    ATTACHMENT - SEE PAYEEMNT) COME OFF LAST, AFTER THE
      *    STATUTORY AND ALL OTHER DEDUCTIONS, IN THE EMPLOYEE'S
      *    PRIORITY ORDER: A FIXED AMOUNT OR A PERCENTAGE OF THE NET
      *    PAY BEFORE ANY STANDING DEDUCTION, LIMITED BY THE CAP ON
      *    THE TOTAL RECOVERY, AND NEVER TAKING THE NET BELOW THE
      *    TAKE-HOME FLOOR IN FORCE (STATMAINT; WITHOUT ONE, BELOW
      *    ZERO). WHAT THE FLOOR LEAVES UNRECOVERED IS NAMED AND NOT
      *    CARRIED FORWARD. EACH RECOVERY IS WRITTEN PER PERIOD, PAYEE
      *    AND EMPLOYEE TO DATA/STDRECOV.DAT FOR PAYEEDISB AND ADDED
      *    TO THE INSTRUCTION'S RECOVERED-TO-DATE; A RERUN REVERSES
      *    THE PERIOD'S EARLIER RECOVERIES FIRST. THE TOTAL IS PART OF
      *    THE OTHER DEDUCTIONS ON PAYCOMP.
      *    A PERIOD'S PAY NEVER GOES BELOW ZERO. WHEN THE DEDUCTIONS
      *    COME TO MORE THAN THE EARNED GROSS (A JOINER'S OR LEAVER'S
      *    FEW DAYS, A SUSPENSION) THE OTHER DEDUCTIONS, THE INSURANCE
      *    PREMIUM, THE PAYTRAN DEDUCTIONS AND THE LOAN INSTALMENT ARE
      *    CUT IN THAT ORDER TO A NIL NET AND WHAT WAS CUT IS CARRIED
      *    TO THE NEXT PERIOD AS A PAYTRAN DEDUCTION (CODE CARRY); IF
      *    THAT IS NOT ENOUGH THE INCOME TAX AND THEN THE PROFESSIONAL
      *    TAX ARE CUT, NOT CARRIED (TAXCALC SPREADS ANY TAX SHORTFALL
      *    OVER THE MONTHS LEFT). EACH SUCH EMPLOYEE IS NAMED AND
      *    COUNTED; A RERUN REMOVES THE CARRY ROWS IT WROTE BEFORE.
      *    WHEN THE RUN PARAMETER FILE DATA/RUNPARM.DAT IS PRESENT (SEE
      *    MONTHEND) THE PERIOD, THE PRO-RATION BASIS AND THE RERUN
      *    AUTHORIZATION COME FROM IT INSTEAD OF THE CONSOLE, AND THE
      *    RUN IS LOGGED ON DATA/RUNLOG.DAT WITH ITS COUNTS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORD KEY IS PCKEY
           FILE STATUS IS FSPC.

           SELECT SUPPITEMFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SIKEY
           FILE STATUS IS FSSI.

           SELECT PAYTRANFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EEMPID
           FILE STATUS IS FSE.

           SELECT EMPPERSONALFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EPEMPID
           FILE STATUS IS FSEP.

           SELECT CONTRACTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTEMPID
           FILE STATUS IS FSCT.

           SELECT RETAGEFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RAGRADE
           FILE STATUS IS FSRA.

           SELECT OVERTIMEFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORGRADE
           FILE STATUS IS FSOR.

           SELECT SHIFTALWFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SAKEY
           FILE STATUS IS FSSA.

           SELECT ENROLLFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PDPERIOD
           FILE STATUS IS FSPD.

           SELECT STATRATEFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SRKEY
           FILE STATUS IS FSSR.

           SELECT BRSTATEFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BSBRID
           FILE STATUS IS FSBS.

           SELECT HOLIDAYFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HOLKEY
           FILE STATUS IS FSHO.

           SELECT DISCFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DKKEY
           FILE STATUS IS FSDK.

           SELECT PAYEEFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RMCODE
           FILE STATUS IS FSRM.

           SELECT STANDINGFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SGKEY
           FILE STATUS IS FSSG.

           SELECT STDRECOVFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SVKEY
           FILE STATUS IS FSSV.

           SELECT PAYSLIPFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSS.

           SELECT RUNPARMFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSRP.

           SELECT RUNLOGFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSRL.

       DATA DIVISION.
       FILE SECTION.
       FD PAYMENTFILE
           02 PCITAX       PIC 9(6)V99.
           02 PCLOAN       PIC 9(8)V99.
           02 PCOTHD       PIC 9(8)V99.
           02 PCPFER       PIC 9(6)V99.
           02 PCESIER      PIC 9(6)V99.
           02 PCBASIS      PIC X(1).
           02 PCPAYDAYS    PIC 99.
           02 PCMTHDAYS    PIC 99.
           02 PCSUSP       PIC 9(8)V99.
           02 PCSTD        PIC 9(8)V99.

       FD SUPPITEMFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/SUPPITEM.DAT".
       01 SUPPITEMREC.
           02 SIKEY.
              03 SIPERIOD  PIC 9(6).
              03 SIEMPID   PIC X(6).
              03 SISRC     PIC X(1).
              03 SICODE    PIC X(6).
           02 SIRUN        PIC 99.
           02 SITYPE       PIC X(1).
           02 SIAMT        PIC 9(8)V99.

       FD PAYTRANFILE
           LABEL RECORDS ARE STANDARD
           02 ORGRADE   PIC 99.
           02 ORRATE    PIC 9(4)V99.

       FD SHIFTALWFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/SHIFTALW.DAT".
       01 SHIFTALWREC.
           02 SAKEY.
              03 SAPERIOD  PIC 9(6).
              03 SAEMPID   PIC X(6).
           02 SADAYS       PIC 99.
           02 SAAMT        PIC 9(6)V99.

       FD ENROLLFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/ENROLL.DAT".
           02 ARAMT        PIC 9(8)V99.
           02 ARREVDATE    PIC X(10).

       FD STATRATEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/STATRATE.DAT".
       01 STATRATEREC.
           02 SRKEY.
              03 SRSCHEME  PIC X(2).
              03 SRSTATE   PIC X(6).
              03 SREFFDT   PIC X(10).
              03 SRSLABNO  PIC 99.
           02 SREEPCT      PIC 99V99.
           02 SRERPCT      PIC 99V99.
           02 SRCEIL       PIC 9(6)V99.
           02 SRFROM       PIC 9(6)V99.
           02 SRTO         PIC 9(6)V99.
           02 SRPTAMT      PIC 9(4)V99.

       FD BRSTATEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/BRSTATE.DAT".
       01 BRSTATEREC.
           02 BSBRID    PIC X(6).
           02 BSSTATE   PIC X(6).

       FD HOLIDAYFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/HOLIDAY.DAT".
       01 HOLIDAYREC.
           02 HOLKEY.
              03 HOLDATE   PIC X(10).
              03 HOLBRNID  PIC X(6).
           02 HOLDESC      PIC X(25).

       FD EMPPERSONALFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/EMPPER.DAT".
       01 EMPPERSONALREC.
           02 EPEMPID  PIC X(6).
           02 EPTADD   PIC X(30).
           02 EPTPH    PIC X(10).
           02 EPDOB    PIC X(10).
           02 EPPOB    PIC X(10).
           02 EPLANG   PIC X(15).
           02 EPBLOOD  PIC X(4).
           02 EPWEIGHT PIC 999.
           02 EPHEIGHT PIC 999.
           02 EPVISION PIC X(15).
           02 EPFATHER PIC X(25).
           02 EPDOBF   PIC X(10).
           02 EPMOTHER PIC X(25).
           02 EPDOBM   PIC X(10).
           02 EPSPOUSE PIC X(25).
           02 EPCHILD  PIC X(25).
           02 EPDOBC   PIC X(10).

       FD CONTRACTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/CONTRACT.DAT".
       01 CONTRACTREC.
           02 CTEMPID   PIC X(6).
           02 CTEND     PIC X(10).
           02 CTREF     PIC X(15).

       FD RETAGEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/RETAGE.DAT".
       01 RETAGEREC.
           02 RAGRADE   PIC 99.
           02 RAAGE     PIC 99.

       FD DISCFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/DISCCASE.DAT".
       01 DISCREC.
           02 DKKEY.
              03 DKEMPID   PIC X(6).
              03 DKSEQ     PIC 99.
           02 DKCHARGE     PIC X(40).
           02 DKCHGDT      PIC X(10).
           02 DKSCNDT      PIC X(10).
           02 DKHEARDT     PIC X(10).
           02 DKNOTES      PIC X(60).
           02 DKSTAT       PIC X(1).
           02 DKOUTCM      PIC X(1).
           02 DKOUTDT      PIC X(10).
           02 DKSUSFM      PIC X(10).
           02 DKSUSTO      PIC X(10).
           02 DKSUBPCT     PIC 99V99.
           02 DKWHYRS      PIC 9.

       FD PAYEEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/PAYEE.DAT".
       01 PAYEEREC.
           02 RMCODE    PIC X(6).
           02 RMNAME    PIC X(30).
           02 RMTYPE    PIC X(1).
           02 RMACCNO   PIC X(16).
           02 RMBANK    PIC X(20).
           02 RMIFSC    PIC X(11).
           02 RMMODE    PIC X(4).
           02 RMSTAT    PIC X(1).

       FD STANDINGFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/STANDING.DAT".
       01 STANDINGREC.
           02 SGKEY.
              03 SGEMPID   PIC X(6).
              03 SGPRIO    PIC 99.
           02 SGPAYEE      PIC X(6).
           02 SGBASIS      PIC X(1).
           02 SGAMT        PIC 9(6)V99.
           02 SGPCT        PIC 99V99.
           02 SGFROM       PIC 9(6).
           02 SGTO         PIC 9(6).
           02 SGCAP        PIC 9(8)V99.
           02 SGRECOV      PIC 9(8)V99.
           02 SGREF        PIC X(20).
           02 SGSTAT       PIC X(1).

       FD STDRECOVFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/STDRECOV.DAT".
       01 STDRECOVREC.
           02 SVKEY.
              03 SVPERIOD  PIC 9(6).
              03 SVPAYEE   PIC X(6).
              03 SVEMPID   PIC X(6).
              03 SVPRIO    PIC 99.
           02 SVDUE        PIC 9(8)V99.
           02 SVAMT        PIC 9(8)V99.
           02 SVREF        PIC X(20).

       FD PAYSLIPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/PAYSLIP.DAT".
           02 FILLER    PIC X(1) VALUE SPACE.
           02 PSNET     PIC 9(8)V99.

       FD RUNPARMFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/RUNPARM.DAT".
       01 RUNPARMREC          PIC X(80).

       FD RUNLOGFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/RUNLOG.DAT".
       01 RUNLOGREC           PIC X(106).

       WORKING-STORAGE SECTION.
       77 FSP        PIC XX.
       77 FSH        PIC XX.
       77 FSPC       PIC XX.
       77 FSPT       PIC XX.
       77 FSSI       PIC XX.
       77 FSHD       PIC XX.
       77 FSE        PIC XX.
       77 FSOT       PIC XX.
       77 FSOR       PIC XX.
       77 FSSA       PIC XX.
       77 FSEN       PIC XX.
       77 FSPY       PIC XX.
       77 FSPD       PIC XX.
       77 FSSP       PIC XX.
       77 FSAR       PIC XX.
       77 FSSR       PIC XX.
       77 FSBS       PIC XX.
       77 FSHO       PIC XX.
       77 FSS        PIC XX.
       77 FSEP       PIC XX.
       77 FSCT       PIC XX.
       77 FSRA       PIC XX.
       77 FSDK       PIC XX.
       77 FSRM       PIC XX.
       77 FSSG       PIC XX.
       77 FSSV       PIC XX.
       77 WS-EOF      PIC X VALUE "N".
       77 WS-GROSS    PIC 9(8)V99.
       77 WS-DEDUCT   PIC 9(8)V99.
       77 WS-NET      PIC S9(8)V99.
       77 WS-COUNT    PIC 9(6) VALUE ZERO.
       77 WS-SKIPPED  PIC 9(6) VALUE ZERO.
       77 WS-PERIOD   PIC 9(6).
       77 WS-ONE-EARN PIC 9(8)V99.
       77 WS-ONE-DED  PIC 9(8)V99.
       77 WS-ONE-EOF  PIC X.
       77 WS-SUPPPAID PIC X.
       77 WS-ONHOLD   PIC X.
       77 WS-HELD     PIC 9(6) VALUE ZERO.
       77 WS-OTAMT    PIC 9(8)V99.
       77 WS-SHIFTAMT PIC 9(8)V99.
       77 WS-INSPREM  PIC 9(6)V99.
       77 WS-INS-EOF  PIC X.
       77 WS-INCOVER  PIC X.
       77 WS-COVER-PER PIC 9(6).
       77 WS-PD-OPEN  PIC X.
       77 WS-PURGE-EOF PIC X.
       77 WS-PER-START PIC X(10).
       77 WS-PER-END  PIC X(10).
       77 WS-BASIS    PIC X.
       77 WS-BASIS-USED PIC X.
       77 WS-LWD      PIC X(10).
       77 WS-NOROLL   PIC 9(6) VALUE ZERO.
       77 WS-FROM-DD  PIC 99.
       77 WS-TO-DD    PIC 99.
       77 WS-PAYDAYS  PIC 99.
       77 WS-MTHDAYS  PIC 99.
       77 WS-WORKDAYS PIC 99.
       77 WS-FIXED    PIC 9(8)V99.
       77 WS-MTH-FIXED PIC 9(8)V99.
       77 WS-EBASIC   PIC 9(6)V99.
       77 WS-EDA      PIC 9(6)V99.
       77 WS-CCYY     PIC 9(4).
       77 WS-MM       PIC 99.
       77 WS-MAXDD    PIC 99.
       77 WS-FM-NUM   PIC 9(8).
       77 WS-TO-NUM   PIC 9(8).
       77 WS-INT-FM   PIC 9(8).
       77 WS-INT-TO   PIC 9(8).
       77 WS-INT-I    PIC 9(8).
       77 WS-DOW      PIC 9.
       77 WS-DOI-NUM  PIC 9(8).
       77 WS-CAL-DATE PIC X(10).
       77 WS-HOLIDAY  PIC X.
       77 WS-EBRNID   PIC X(6).
       77 WS-SR-EOF   PIC X.
       77 WS-PF-FOUND PIC X VALUE "N".
       77 WS-PF-EEPCT PIC 99V99 VALUE ZERO.
       77 WS-PF-ERPCT PIC 99V99 VALUE ZERO.
       77 WS-PF-CEIL  PIC 9(6)V99 VALUE ZERO.
       77 WS-ESI-FOUND PIC X VALUE "N".
       77 WS-ESI-EEPCT PIC 99V99 VALUE ZERO.
       77 WS-ESI-ERPCT PIC 99V99 VALUE ZERO.
       77 WS-ESI-CEIL PIC 9(6)V99 VALUE ZERO.
       77 WS-PT-EFF   PIC X(10).
       77 WS-PT-STATE PIC X(6).
       77 WS-PFWAGE   PIC 9(8)V99.
       77 WS-PF       PIC 9(6)V99.
       77 WS-PFER     PIC 9(6)V99.
       77 WS-ESI      PIC 9(6)V99.
       77 WS-ESIER    PIC 9(6)V99.
       77 WS-PTAX     PIC 9(6)V99.
       77 WS-RETAGE   PIC 99.
       77 WS-RET-PER  PIC 9(6).
       77 WS-DOB-STR  PIC X(8).
       77 WS-OVERDUE  PIC 9(6) VALUE ZERO.
       77 WS-SUS-EOF  PIC X.
       77 WS-SUS-LOSS PIC 9(3)V9(4).
       77 WS-SUS-RED  PIC 9(8)V99.
       77 WS-SUS-DAYS PIC 99.
       77 WS-SUS-DD1  PIC 99.
       77 WS-SUS-DD2  PIC 99.
       77 WS-SUS-A    PIC X(10).
       77 WS-SUS-B    PIC X(10).
       77 WS-PAID-FM  PIC X(10).
       77 WS-PAID-TO  PIC X(10).
       77 WS-SUSPENDED PIC 9(6) VALUE ZERO.
       77 WS-TH-FOUND PIC X VALUE "N".
       77 WS-TH-PCT   PIC 99V99 VALUE ZERO.
       77 WS-TH-MIN   PIC 9(6)V99 VALUE ZERO.
       77 WS-FLOOR    PIC 9(8)V99.
       77 WS-STD-ROOM PIC 9(8)V99.
       77 WS-STD-DED  PIC 9(8)V99.
       77 WS-STD-DUE  PIC 9(8)V99.
       77 WS-STD-TAKE PIC 9(8)V99.
       77 WS-STD-EOF  PIC X.
       77 WS-STD-PAYOK PIC X.
       77 WS-STD-CNT  PIC 9(6) VALUE ZERO.
       77 WS-STD-SHORT PIC 9(6) VALUE ZERO.
       77 WS-STD-REV  PIC 9(6) VALUE ZERO.
       77 WS-ITAX-TAKE PIC 9(6)V99.
       77 WS-LOAN-TAKE PIC 9(8)V99.
       77 WS-OTHD-TAKE PIC 9(6)V99.
       77 WS-SHORT    PIC 9(8)V99.
       77 WS-CUT      PIC 9(8)V99.
       77 WS-CARRY    PIC 9(8)V99.
       77 WS-TAXCUT   PIC 9(8)V99.
       77 WS-CARRY-ED PIC Z(7)9.99.
       77 WS-NEXT-PER PIC 9(6).
       77 WS-CARRY-EOF PIC X.
       77 WS-CAPPED   PIC 9(6) VALUE ZERO.
       77 FSRP  PIC XX.
       77 FSRL  PIC XX.
       77 WS-RP-FOUND PIC X VALUE "N".
       77 WS-RL-TEXT  PIC X(60).
       01 WS-RUNPARM.
           02 WS-RP-PERIOD PIC 9(6).
           02 FILLER       PIC X.
           02 WS-RP-BASIS  PIC X.
           02 FILLER       PIC X.
           02 WS-RP-RERUN  PIC X.
           02 FILLER       PIC X.
           02 WS-RP-RUNNO  PIC 99.
           02 FILLER       PIC X.
           02 WS-RP-TOLPCT PIC 99.
           02 FILLER       PIC X.
           02 WS-RP-GEN    PIC 99.
           02 FILLER       PIC X(61).
       01 WS-RUNLOG-LINE.
           02 RL-DATE      PIC 9(8).
           02 FILLER       PIC X VALUE SPACE.
           02 RL-TIME      PIC 9(8).
           02 FILLER       PIC X VALUE SPACE.
           02 RL-PROG      PIC X(9) VALUE "PAYRUN".
           02 FILLER       PIC X VALUE SPACE.
           02 RL-PERIOD    PIC 9(6).
           02 FILLER       PIC X VALUE SPACE.
           02 RL-GEN       PIC 99.
           02 FILLER       PIC X VALUE SPACE.
           02 RL-SRC       PIC X(7).
           02 FILLER       PIC X VALUE SPACE.
           02 RL-TEXT      PIC X(60).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-RUNPARM-PARA.
           IF WS-RP-FOUND = "Y"
              MOVE WS-RP-PERIOD TO WS-PERIOD
              MOVE WS-RP-BASIS  TO WS-BASIS
              DISPLAY "PERIOD " WS-PERIOD " AND BASIS " WS-BASIS
                      " FROM THE RUN PARAMETER FILE"
              IF WS-PERIOD NOT NUMERIC OR
                 WS-PERIOD (5:2) < "01" OR WS-PERIOD (5:2) > "12"
                 DISPLAY "INVALID PERIOD - MONTH MUST BE 01-12"
                 MOVE "STOPPED - INVALID PERIOD ON THE PARAMETER FILE"
                    TO WS-RL-TEXT
                 PERFORM WRITE-RUNLOG-PARA
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           ELSE
              MOVE "N" TO WS-PERIOD-OK
              PERFORM UNTIL WS-PERIOD-OK = "Y"
                 DISPLAY "ENTER PAY PERIOD (CCYYMM) :"
                 ACCEPT WS-PERIOD
                 IF WS-PERIOD (5:2) >= "01" AND
                    WS-PERIOD (5:2) <= "12"
                    MOVE "Y" TO WS-PERIOD-OK
                 ELSE
                    DISPLAY "INVALID PERIOD - MONTH MUST BE 01-12"
                 END-IF
              END-PERFORM
           END-IF.
           PERFORM SET-PERIOD-DATES-PARA.
           IF WS-RP-FOUND NOT = "Y"
              DISPLAY "PRO-RATE JOINERS/LEAVERS ON (C)ALENDAR OR"
                      " (W)ORKING DAYS :"
              ACCEPT WS-BASIS
           END-IF.
           IF WS-BASIS = "w"
              MOVE "W" TO WS-BASIS.
           IF WS-BASIS NOT = "W"
              MOVE "C" TO WS-BASIS.
      *    A PERIOD MONTHEND HAS CLOSED ON THE PERIOD CONTROL FILE
      *    CANNOT BE RERUN WITHOUT AN ADMIN REOPEN IN PERIODCTL.
           PERFORM CHECK-PERIOD-OPEN-PARA.
           IF WS-PD-OPEN NOT = "Y"
              DISPLAY "PERIOD " WS-PERIOD " IS CLOSED - REOPEN IN"
                      " PERIODCTL FIRST"
              MOVE "STOPPED - PERIOD IS CLOSED" TO WS-RL-TEXT
              PERFORM WRITE-RUNLOG-PARA
              MOVE 8 TO RETURN-CODE
              GOBACK.
           OPEN I-O PAYHISTFILE.
           IF WS-ONFILE = "Y"
              DISPLAY "PERIOD " WS-PERIOD
                      " IS ALREADY FINALIZED ON PAYHIST"
              IF WS-RP-FOUND = "Y"
                 MOVE WS-RP-RERUN TO WS-RERUN-ANS
                 DISPLAY "RERUN AUTHORIZATION " WS-RERUN-ANS
                         " FROM THE RUN PARAMETER FILE"
              ELSE
                 DISPLAY "RERUN AND OVERWRITE IT? (Y/N) :"
                 ACCEPT WS-RERUN-ANS
              END-IF
              IF WS-RERUN-ANS NOT = "Y" AND WS-RERUN-ANS NOT = "y"
                 CLOSE PAYHISTFILE
                 CLOSE PAYCOMPFILE
                 DISPLAY "PAYROLL RUN ABANDONED - PERIOD KEPT"
                 MOVE "STOPPED - RERUN NOT AUTHORIZED"
                    TO WS-RL-TEXT
                 PERFORM WRITE-RUNLOG-PARA
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              PERFORM PURGE-PERIOD-PARA
              PERFORM PURGE-COMP-PARA
           END-IF.
           MOVE SPACES TO WS-RL-TEXT.
           IF WS-ONFILE = "Y"
              STRING "STARTED BASIS=" DELIMITED BY SIZE
                     WS-BASIS DELIMITED BY SIZE
                     " - RERUN OVER THE FINALIZED PERIOD"
                     DELIMITED BY SIZE
                INTO WS-RL-TEXT
           ELSE
              STRING "STARTED BASIS=" DELIMITED BY SIZE
                     WS-BASIS DELIMITED BY SIZE
                     " - FIRST RUN OF THE PERIOD" DELIMITED BY SIZE
                INTO WS-RL-TEXT
           END-IF.
           PERFORM WRITE-RUNLOG-PARA.
           OPEN INPUT PAYMENTFILE.
           OPEN INPUT SEPARATEFILE.
           OPEN INPUT ARREARSFILE.
           OPEN I-O PAYTRANFILE.
           IF FSPT = "35" OR FSPT = "30"
              OPEN OUTPUT PAYTRANFILE
              CLOSE PAYTRANFILE
              OPEN I-O PAYTRANFILE.
           PERFORM PURGE-CARRY-PARA.
           OPEN I-O SUPPITEMFILE.
           IF FSSI = "35" OR FSSI = "30"
              OPEN OUTPUT SUPPITEMFILE
              CLOSE SUPPITEMFILE
              OPEN I-O SUPPITEMFILE.
           PERFORM PURGE-REGULAR-ITEMS-PARA.
           OPEN INPUT HOLDFILE.
           OPEN INPUT EMPFILE.
           OPEN INPUT OVERTIMEFILE.
           OPEN INPUT OTRATEFILE.
           OPEN INPUT SHIFTALWFILE.
           OPEN INPUT ENROLLFILE.
           OPEN INPUT POLICYFILE.
           OPEN INPUT STATRATEFILE.
           OPEN INPUT BRSTATEFILE.
           OPEN INPUT HOLIDAYFILE.
           OPEN INPUT EMPPERSONALFILE.
           OPEN INPUT CONTRACTFILE.
           OPEN INPUT RETAGEFILE.
           OPEN INPUT DISCFILE.
           OPEN INPUT PAYEEFILE.
           OPEN I-O STANDINGFILE.
           IF FSSG = "00"
              OPEN I-O STDRECOVFILE
              IF FSSV = "35" OR FSSV = "30"
                 OPEN OUTPUT STDRECOVFILE
                 CLOSE STDRECOVFILE
                 OPEN I-O STDRECOVFILE
              END-IF
              PERFORM PURGE-STANDING-PARA
           END-IF.
           PERFORM LOAD-STAT-RATES-PARA.
           OPEN OUTPUT PAYSLIPFILE.
           PERFORM UNTIL WS-EOF = "Y"
              READ PAYMENTFILE NEXT RECORD
                    IF WS-SEPARATED = "Y"
                       ADD 1 TO WS-SKIPPED
                    ELSE
                       PERFORM SET-PAYDAYS-PARA
                       IF WS-PAYDAYS = ZERO
                          ADD 1 TO WS-NOROLL
                       ELSE
                          IF WS-LWD = SPACES
                             PERFORM CHECK-OVERDUE-PARA
                          END-IF
                          PERFORM COMPUTE-PAYSLIP-PARA
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE SEPARATEFILE.
           CLOSE ARREARSFILE.
           CLOSE PAYTRANFILE.
           CLOSE SUPPITEMFILE.
           CLOSE HOLDFILE.
           CLOSE EMPFILE.
           CLOSE OVERTIMEFILE.
           CLOSE OTRATEFILE.
           CLOSE SHIFTALWFILE.
           CLOSE ENROLLFILE.
           CLOSE POLICYFILE.
           CLOSE STATRATEFILE.
           CLOSE BRSTATEFILE.
           CLOSE HOLIDAYFILE.
           CLOSE EMPPERSONALFILE.
           CLOSE CONTRACTFILE.
           CLOSE RETAGEFILE.
           CLOSE DISCFILE.
           CLOSE PAYEEFILE.
           CLOSE STANDINGFILE.
           CLOSE STDRECOVFILE.
           CLOSE PAYHISTFILE.
           CLOSE PAYCOMPFILE.
           CLOSE PAYSLIPFILE.
           DISPLAY "PAYROLL RUN COMPLETE - " WS-COUNT " PAYSLIPS"
                   " FOR PERIOD " WS-PERIOD ", " WS-SKIPPED
                   " SEPARATED SKIPPED, " WS-HELD " ON HOLD, "
                   WS-NOROLL " NOT ON ROLLS IN THE PERIOD".
           IF WS-OVERDUE > ZERO
              DISPLAY "WARNING - " WS-OVERDUE " PAID PAST RETIREMENT"
                      " OR CONTRACT END - SEE SEPFCST AND EMPSEP".
           IF WS-SUSPENDED > ZERO
              DISPLAY WS-SUSPENDED " PAID SUBSISTENCE ALLOWANCE FOR"
                      " DAYS UNDER SUSPENSION".
           IF WS-STD-CNT > ZERO
              DISPLAY WS-STD-CNT " STANDING DEDUCTIONS APPLIED, "
                      WS-STD-SHORT " CUT SHORT BY THE TAKE-HOME FLOOR".
           IF WS-CAPPED > ZERO
              DISPLAY WS-CAPPED " WITH DEDUCTIONS OVER THEIR PAY - NET"
                      " HELD AT NIL, SHORTFALL CARRIED TO "
                      WS-NEXT-PER.
           MOVE SPACES TO WS-RL-TEXT.
           STRING "END PAID=" DELIMITED BY SIZE
                  WS-COUNT DELIMITED BY SIZE
                  " SEPARATED=" DELIMITED BY SIZE
                  WS-SKIPPED DELIMITED BY SIZE
                  " HELD=" DELIMITED BY SIZE
                  WS-HELD DELIMITED BY SIZE
                  " OFFROLL=" DELIMITED BY SIZE
                  WS-NOROLL DELIMITED BY SIZE
             INTO WS-RL-TEXT.
           PERFORM WRITE-RUNLOG-PARA.
           IF WS-STD-CNT > ZERO OR WS-STD-REV > ZERO
              MOVE SPACES TO WS-RL-TEXT
              STRING "END STANDING=" DELIMITED BY SIZE
                     WS-STD-CNT DELIMITED BY SIZE
                     " SHORT=" DELIMITED BY SIZE
                     WS-STD-SHORT DELIMITED BY SIZE
                     " REVERSED=" DELIMITED BY SIZE
                     WS-STD-REV DELIMITED BY SIZE
                INTO WS-RL-TEXT
              PERFORM WRITE-RUNLOG-PARA
           END-IF.
           IF WS-CAPPED > ZERO
              MOVE SPACES TO WS-RL-TEXT
              STRING "END DEDUCTIONS OVER PAY=" DELIMITED BY SIZE
                     WS-CAPPED DELIMITED BY SIZE
                     " CARRIED TO " DELIMITED BY SIZE
                     WS-NEXT-PER DELIMITED BY SIZE
                INTO WS-RL-TEXT
              PERFORM WRITE-RUNLOG-PARA
           END-IF.
           GOBACK.

      *    ONLY A LAST WORKING DAY BEFORE THE PERIOD TAKES THE
      *    EMPLOYEE OFF THE RUN; A LEAVER WHOSE LAST DAY FALLS IN OR
      *    AFTER THE PERIOD IS STILL PAID UP TO THAT DAY.
       CHECK-SEPARATED-PARA.
           MOVE "N" TO WS-SEPARATED.
           MOVE SPACES TO WS-LWD.
           IF FSSP = "35" OR FSSP = "30"
              CONTINUE
           ELSE
              MOVE PEMPID TO SPEMPID
              READ SEPARATEFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF SPLWD < WS-PER-START
                       MOVE "Y" TO WS-SEPARATED
                    ELSE
                       MOVE SPLWD TO WS-LWD
                    END-IF
              END-READ
           END-IF.

      *    A WARNING ONLY - THE RETURN CODE IS LEFT ALONE SO MONTHEND
      *    CARRIES ON. EMPREC IS THE ONE SET-PAYDAYS-PARA JUST READ.
       CHECK-OVERDUE-PARA.
           IF FSE = "35" OR FSE = "30" OR EEMPID NOT = PEMPID
              CONTINUE
           ELSE
              MOVE 60 TO WS-RETAGE
              IF FSRA NOT = "35" AND FSRA NOT = "30"
                 MOVE EGRDNO TO RAGRADE
                 READ RETAGEFILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE RAAGE TO WS-RETAGE
                 END-READ
              END-IF
              IF FSEP NOT = "35" AND FSEP NOT = "30"
                 MOVE PEMPID TO EPEMPID
                 READ EMPPERSONALFILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       STRING EPDOB (1:4) EPDOB (6:2) EPDOB (9:2)
                          DELIMITED BY SIZE INTO WS-DOB-STR
                       IF WS-DOB-STR IS NUMERIC
                          COMPUTE WS-RET-PER =
                             (FUNCTION NUMVAL(EPDOB (1:4)) + WS-RETAGE)
                             * 100 + FUNCTION NUMVAL(EPDOB (6:2))
                          IF WS-RET-PER < WS-PERIOD
                             DISPLAY "WARNING - " PEMPID " " EEMPNAME
                                     " PAST RETIREMENT AT END OF "
                                     WS-RET-PER " BUT STILL PAID"
                             ADD 1 TO WS-OVERDUE
                          END-IF
                       END-IF
                 END-READ
              END-IF
              IF FSCT NOT = "35" AND FSCT NOT = "30"
                 MOVE PEMPID TO CTEMPID
                 READ CONTRACTFILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       IF CTEND NOT = SPACES AND CTEND < WS-PER-END
                          DISPLAY "WARNING - " PEMPID " " EEMPNAME
                                  " CONTRACT ENDED " CTEND
                                  " BUT STILL PAID"
                          ADD 1 TO WS-OVERDUE
                       END-IF
                 END-READ
              END-IF
           END-IF.

       SET-PERIOD-DATES-PARA.
           MOVE WS-PERIOD (1:4) TO WS-CCYY.
           MOVE WS-PERIOD (5:2) TO WS-MM.
           IF WS-MM = 12
              COMPUTE WS-NEXT-PER = WS-PERIOD + 89
           ELSE
              COMPUTE WS-NEXT-PER = WS-PERIOD + 1
           END-IF.
           PERFORM SET-MAXDD-PARA.
           MOVE SPACES TO WS-PER-START WS-PER-END.
           STRING WS-PERIOD (1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-PERIOD (5:2) DELIMITED BY SIZE
                  "-01" DELIMITED BY SIZE
             INTO WS-PER-START.
           STRING WS-PERIOD (1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-PERIOD (5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-MAXDD DELIMITED BY SIZE
             INTO WS-PER-END.

      *    DAYS ON THE ROLLS IN THE PERIOD RUN FROM THE JOINING DATE
      *    (IF IT FALLS IN THE PERIOD) TO THE LAST WORKING DAY (IF IT
      *    FALLS IN THE PERIOD). A FULL MONTH IS BASIS F; OTHERWISE
      *    THE DAYS ARE COUNTED ON THE BASIS CHOSEN FOR THE RUN AND
      *    THE FIXED MONTHLY PAY IS PAID IN THAT PROPORTION.
       SET-PAYDAYS-PARA.
           MOVE 1 TO WS-FROM-DD.
           MOVE WS-MAXDD TO WS-TO-DD.
           MOVE SPACES TO WS-EBRNID.
           IF FSE = "35" OR FSE = "30"
              CONTINUE
           ELSE
              MOVE PEMPID TO EEMPID
              READ EMPFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE EBRNID TO WS-EBRNID
                    IF EDOJ > WS-PER-END
                       MOVE ZERO TO WS-TO-DD
                    ELSE
                       IF EDOJ >= WS-PER-START AND
                          EDOJ (9:2) IS NUMERIC
                          MOVE EDOJ (9:2) TO WS-FROM-DD
                       END-IF
                    END-IF
              END-READ
           END-IF.
           IF WS-LWD NOT = SPACES AND WS-LWD <= WS-PER-END AND
              WS-LWD (9:2) IS NUMERIC AND WS-TO-DD > ZERO
              MOVE WS-LWD (9:2) TO WS-TO-DD
           END-IF.
           MOVE "F" TO WS-BASIS-USED.
           MOVE WS-MAXDD TO WS-MTHDAYS.
           MOVE WS-MAXDD TO WS-PAYDAYS.
           IF WS-TO-DD < WS-FROM-DD OR WS-TO-DD = ZERO
              MOVE ZERO TO WS-PAYDAYS
           ELSE
              IF WS-FROM-DD > 1 OR WS-TO-DD < WS-MAXDD
                 MOVE "C" TO WS-BASIS-USED
                 COMPUTE WS-PAYDAYS = WS-TO-DD - WS-FROM-DD + 1
                 IF WS-BASIS = "W"
                    COMPUTE WS-FM-NUM = WS-PERIOD * 100 + 1
                    COMPUTE WS-TO-NUM = WS-PERIOD * 100 + WS-MAXDD
                    PERFORM COUNT-WORKDAYS-PARA
                    IF WS-WORKDAYS > ZERO
                       MOVE "W" TO WS-BASIS-USED
                       MOVE WS-WORKDAYS TO WS-MTHDAYS
                       COMPUTE WS-FM-NUM =
                          WS-PERIOD * 100 + WS-FROM-DD
                       COMPUTE WS-TO-NUM = WS-PERIOD * 100 + WS-TO-DD
                       PERFORM COUNT-WORKDAYS-PARA
                       MOVE WS-WORKDAYS TO WS-PAYDAYS
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *    WORKING DAYS ARE COUNTED THE WAY ATTIMP COUNTS THEM -
      *    WEEKENDS AND HOLIDAY CALENDAR DATES (ALL-BRANCH OR THE
      *    EMPLOYEE'S BRANCH) ARE NOT WORKING DAYS.
       COUNT-WORKDAYS-PARA.
           COMPUTE WS-INT-FM = FUNCTION INTEGER-OF-DATE(WS-FM-NUM).
           COMPUTE WS-INT-TO = FUNCTION INTEGER-OF-DATE(WS-TO-NUM).
           MOVE ZERO TO WS-WORKDAYS.
           PERFORM COUNT-ONE-DAY-PARA
              VARYING WS-INT-I FROM WS-INT-FM BY 1
              UNTIL WS-INT-I > WS-INT-TO.

       COUNT-ONE-DAY-PARA.
           COMPUTE WS-DOW = FUNCTION MOD(WS-INT-I, 7).
           IF WS-DOW = 6 OR WS-DOW = 0
              CONTINUE
           ELSE
              COMPUTE WS-DOI-NUM =
                 FUNCTION DATE-OF-INTEGER(WS-INT-I)
              MOVE SPACES TO WS-CAL-DATE
              STRING WS-DOI-NUM (1:4) DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     WS-DOI-NUM (5:2) DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     WS-DOI-NUM (7:2) DELIMITED BY SIZE
                INTO WS-CAL-DATE
              PERFORM CHECK-HOLIDAY-PARA
              IF WS-HOLIDAY NOT = "Y"
                 ADD 1 TO WS-WORKDAYS
              END-IF
           END-IF.

       CHECK-HOLIDAY-PARA.
           MOVE "N" TO WS-HOLIDAY.
           IF FSHO = "35" OR FSHO = "30"
              CONTINUE
           ELSE
              MOVE WS-CAL-DATE TO HOLDATE
              MOVE SPACES TO HOLBRNID
              READ HOLIDAYFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE "Y" TO WS-HOLIDAY
              END-READ
              IF WS-HOLIDAY = "N"
                 MOVE WS-CAL-DATE TO HOLDATE
                 MOVE WS-EBRNID TO HOLBRNID
                 READ HOLIDAYFILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE "Y" TO WS-HOLIDAY
                 END-READ
              END-IF
           END-IF.

       SET-MAXDD-PARA.
           EVALUATE WS-MM
              WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                 MOVE 31 TO WS-MAXDD
              WHEN 4 WHEN 6 WHEN 9 WHEN 11
                 MOVE 30 TO WS-MAXDD
              WHEN 2
                 IF FUNCTION MOD(WS-CCYY, 4) NOT = 0
                    MOVE 28 TO WS-MAXDD
                 ELSE
                    IF FUNCTION MOD(WS-CCYY, 100) = 0 AND
                       FUNCTION MOD(WS-CCYY, 400) NOT = 0
                       MOVE 28 TO WS-MAXDD
                    ELSE
                       MOVE 29 TO WS-MAXDD
                    END-IF
                 END-IF
           END-EVALUATE.

       CHECK-PERIOD-OPEN-PARA.
           MOVE "Y" TO WS-PD-OPEN.
           OPEN INPUT PERIODFILE.
           PERFORM GET-ARREARS-PARA.
           PERFORM GET-ONETIME-PARA.
           PERFORM GET-OVERTIME-PARA.
           PERFORM GET-SHIFTALW-PARA.
           PERFORM GET-INSURANCE-PARA.
           COMPUTE WS-FIXED =
              PBASIC + PDA + PCCA + PHRA + PDPA + PPPA + PEDUA +
              PTECHJR + PLUNCHA + PCONVEY + PBUSATR + PLTA + PGRTY +
              PPERINC + PMEDI + PBOOK + PENTER + PTPH + PHOUSE +
              PVEHMAN + PCREDIT + PCLUB.
           MOVE WS-FIXED TO WS-MTH-FIXED.
           MOVE PBASIC TO WS-EBASIC.
           MOVE PDA    TO WS-EDA.
           IF WS-BASIS-USED NOT = "F"
              COMPUTE WS-FIXED ROUNDED =
                 WS-FIXED * WS-PAYDAYS / WS-MTHDAYS
              COMPUTE WS-EBASIC ROUNDED =
                 PBASIC * WS-PAYDAYS / WS-MTHDAYS
              COMPUTE WS-EDA ROUNDED =
                 PDA * WS-PAYDAYS / WS-MTHDAYS
           END-IF.
           PERFORM GET-SUSPENSION-PARA.
           MOVE ZERO TO WS-SUS-RED.
           IF WS-SUS-LOSS > ZERO
              IF WS-SUS-LOSS > WS-PAYDAYS
                 MOVE WS-PAYDAYS TO WS-SUS-LOSS
              END-IF
              MOVE WS-FIXED TO WS-SUS-RED
              COMPUTE WS-FIXED ROUNDED =
                 WS-FIXED - WS-FIXED * WS-SUS-LOSS / WS-PAYDAYS
              COMPUTE WS-EBASIC ROUNDED =
                 WS-EBASIC - WS-EBASIC * WS-SUS-LOSS / WS-PAYDAYS
              COMPUTE WS-EDA ROUNDED =
                 WS-EDA - WS-EDA * WS-SUS-LOSS / WS-PAYDAYS
              SUBTRACT WS-FIXED FROM WS-SUS-RED
              ADD 1 TO WS-SUSPENDED
           END-IF.
           COMPUTE WS-GROSS =
              WS-FIXED + WS-ARREAR + WS-ONE-EARN + WS-OTAMT +
              WS-SHIFTAMT.
           PERFORM COMPUTE-STATUTORY-PARA.
           MOVE PITAX   TO WS-ITAX-TAKE.
           MOVE PLOANDA TO WS-LOAN-TAKE.
           MOVE POTHERD TO WS-OTHD-TAKE.
           COMPUTE WS-DEDUCT =
              WS-PF + WS-ESI + WS-PTAX + WS-ITAX-TAKE + WS-LOAN-TAKE +
              WS-OTHD-TAKE + WS-ONE-DED + WS-INSPREM.
           COMPUTE WS-NET = WS-GROSS - WS-DEDUCT.
           IF WS-NET < ZERO
              PERFORM CAP-DEDUCTIONS-PARA.
           PERFORM APPLY-STANDING-PARA.
           IF WS-STD-DED > ZERO
              ADD WS-STD-DED TO WS-DEDUCT
              SUBTRACT WS-STD-DED FROM WS-NET.
           MOVE PEMPID TO PSEMPID.
           MOVE WS-GROSS TO PSGROSS.
           MOVE WS-DEDUCT TO PSDEDUCT.
           PERFORM WRITE-COMPONENTS-PARA.
           ADD 1 TO WS-COUNT.

      *    WS-SUS-LOSS IS THE NUMBER OF PAID DAYS FORFEITED - EACH
      *    SUSPENDED DAY INSIDE THE DAYS PAID (WS-FROM-DD TO WS-TO-DD)
      *    LOSES THE PART OF THE DAY NOT COVERED BY THE SUBSISTENCE
      *    ALLOWANCE. A BLANK END DATE MEANS STILL SUSPENDED.
       GET-SUSPENSION-PARA.
           MOVE ZERO TO WS-SUS-LOSS.
           MOVE "N" TO WS-SUS-EOF.
           IF FSDK = "35" OR FSDK = "30"
              MOVE "Y" TO WS-SUS-EOF
           ELSE
              MOVE SPACES TO WS-PAID-FM WS-PAID-TO
              STRING WS-PERIOD (1:4) DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     WS-PERIOD (5:2) DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     WS-FROM-DD DELIMITED BY SIZE
                INTO WS-PAID-FM
              STRING WS-PERIOD (1:4) DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     WS-PERIOD (5:2) DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     WS-TO-DD DELIMITED BY SIZE
                INTO WS-PAID-TO
              MOVE PEMPID TO DKEMPID
              MOVE ZERO TO DKSEQ
              START DISCFILE KEY IS NOT LESS THAN DKKEY
                 INVALID KEY MOVE "Y" TO WS-SUS-EOF
              END-START
           END-IF.
           PERFORM UNTIL WS-SUS-EOF = "Y"
              READ DISCFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-SUS-EOF
                 NOT AT END
                    IF DKEMPID NOT = PEMPID
                       MOVE "Y" TO WS-SUS-EOF
                    ELSE
                       IF DKOUTCM = "S" AND DKSUSFM NOT = SPACES
                          PERFORM SUSPENDED-DAYS-PARA
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       SUSPENDED-DAYS-PARA.
           MOVE WS-PAID-FM TO WS-SUS-A.
           IF DKSUSFM > WS-SUS-A
              MOVE DKSUSFM TO WS-SUS-A.
           MOVE WS-PAID-TO TO WS-SUS-B.
           IF DKSUSTO NOT = SPACES AND DKSUSTO < WS-SUS-B
              MOVE DKSUSTO TO WS-SUS-B.
           IF WS-SUS-A NOT > WS-SUS-B
              MOVE WS-SUS-A (9:2) TO WS-SUS-DD1
              MOVE WS-SUS-B (9:2) TO WS-SUS-DD2
              IF WS-BASIS-USED = "W"
                 COMPUTE WS-FM-NUM = WS-PERIOD * 100 + WS-SUS-DD1
                 COMPUTE WS-TO-NUM = WS-PERIOD * 100 + WS-SUS-DD2
                 PERFORM COUNT-WORKDAYS-PARA
                 MOVE WS-WORKDAYS TO WS-SUS-DAYS
              ELSE
                 COMPUTE WS-SUS-DAYS = WS-SUS-DD2 - WS-SUS-DD1 + 1
              END-IF
              COMPUTE WS-SUS-LOSS = WS-SUS-LOSS +
                 WS-SUS-DAYS * (100 - DKSUBPCT) / 100
              DISPLAY "SUSPENDED " PEMPID " " WS-SUS-A " TO "
                      WS-SUS-B " - SUBSISTENCE ALLOWANCE ONLY"
           END-IF.

      *    THE ROOM FOR STANDING DEDUCTIONS IS THE NET ABOVE THE
      *    TAKE-HOME FLOOR - THE HIGHER OF THE FLOOR PERCENTAGE OF THE
      *    EARNED GROSS AND THE FLAT MINIMUM. INSTRUCTIONS ARE READ IN
      *    KEY ORDER, WHICH IS THE EMPLOYEE'S PRIORITY ORDER, AND A
      *    PERCENTAGE IS TAKEN OF THE NET BEFORE ANY OF THEM.
       APPLY-STANDING-PARA.
           MOVE ZERO TO WS-STD-DED.
           IF FSSG = "00"
              MOVE ZERO TO WS-FLOOR
              IF WS-TH-FOUND = "Y"
                 COMPUTE WS-FLOOR ROUNDED = WS-GROSS * WS-TH-PCT / 100
                 IF WS-TH-MIN > WS-FLOOR
                    MOVE WS-TH-MIN TO WS-FLOOR
                 END-IF
              END-IF
              IF WS-GROSS > WS-DEDUCT AND WS-NET > WS-FLOOR
                 COMPUTE WS-STD-ROOM = WS-NET - WS-FLOOR
              ELSE
                 MOVE ZERO TO WS-STD-ROOM
              END-IF
              MOVE "N" TO WS-STD-EOF
              MOVE PEMPID TO SGEMPID
              MOVE ZERO TO SGPRIO
              START STANDINGFILE KEY IS NOT LESS THAN SGKEY
                 INVALID KEY MOVE "Y" TO WS-STD-EOF
              END-START
              PERFORM UNTIL WS-STD-EOF = "Y"
                 READ STANDINGFILE NEXT RECORD
                    AT END MOVE "Y" TO WS-STD-EOF
                    NOT AT END
                       IF SGEMPID NOT = PEMPID
                          MOVE "Y" TO WS-STD-EOF
                       ELSE
                          IF SGSTAT = "A" AND
                             SGFROM NOT > WS-PERIOD AND
                             SGTO NOT < WS-PERIOD
                             PERFORM STANDING-ONE-PARA
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

       STANDING-ONE-PARA.
           MOVE "N" TO WS-STD-PAYOK.
           IF FSRM = "00"
              MOVE SGPAYEE TO RMCODE
              READ PAYEEFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF RMSTAT = "A"
                       MOVE "Y" TO WS-STD-PAYOK
                    END-IF
              END-READ
           END-IF.
           IF WS-STD-PAYOK NOT = "Y"
              DISPLAY "PAYEE " SGPAYEE " MISSING OR INACTIVE - "
                      "STANDING DEDUCTION " SGEMPID "/" SGPRIO
                      " NOT TAKEN"
           ELSE
              IF SGBASIS = "P"
                 IF WS-GROSS > WS-DEDUCT
                    COMPUTE WS-STD-DUE ROUNDED = WS-NET * SGPCT / 100
                 ELSE
                    MOVE ZERO TO WS-STD-DUE
                 END-IF
              ELSE
                 MOVE SGAMT TO WS-STD-DUE
              END-IF
              IF SGCAP > ZERO AND SGRECOV + WS-STD-DUE > SGCAP
                 COMPUTE WS-STD-DUE = SGCAP - SGRECOV
              END-IF
              MOVE WS-STD-DUE TO WS-STD-TAKE
              IF WS-STD-TAKE > WS-STD-ROOM
                 MOVE WS-STD-ROOM TO WS-STD-TAKE
                 ADD 1 TO WS-STD-SHORT
                 DISPLAY "TAKE-HOME FLOOR - STANDING DEDUCTION "
                         SGEMPID "/" SGPRIO " CUT SHORT"
              END-IF
              SUBTRACT WS-STD-TAKE FROM WS-STD-ROOM
              ADD WS-STD-TAKE TO WS-STD-DED
              MOVE WS-PERIOD   TO SVPERIOD
              MOVE SGPAYEE     TO SVPAYEE
              MOVE SGEMPID     TO SVEMPID
              MOVE SGPRIO      TO SVPRIO
              MOVE WS-STD-DUE  TO SVDUE
              MOVE WS-STD-TAKE TO SVAMT
              MOVE SGREF       TO SVREF
              WRITE STDRECOVREC
                 INVALID KEY REWRITE STDRECOVREC
              END-WRITE
              ADD WS-STD-TAKE TO SGRECOV
              IF SGCAP > ZERO AND SGRECOV NOT < SGCAP
                 MOVE "C" TO SGSTAT
                 DISPLAY "STANDING DEDUCTION " SGEMPID "/" SGPRIO
                         " HAS REACHED ITS CAP"
              END-IF
              REWRITE STANDINGREC
              ADD 1 TO WS-STD-CNT
           END-IF.

      *    THE PERIOD'S RECOVERIES FROM AN EARLIER RUN COME OFF THE
      *    LEDGER AND OUT OF THE RECOVERED-TO-DATE BEFORE THE RUN, SO
      *    A RERUN NEITHER DOUBLES THEM NOR LEAVES A CAP HALF-USED.
       PURGE-STANDING-PARA.
           MOVE "N" TO WS-PURGE-EOF.
           MOVE WS-PERIOD TO SVPERIOD.
           MOVE SPACES TO SVPAYEE SVEMPID.
           MOVE ZERO TO SVPRIO.
           START STDRECOVFILE KEY IS NOT LESS THAN SVKEY
              INVALID KEY MOVE "Y" TO WS-PURGE-EOF.
           PERFORM UNTIL WS-PURGE-EOF = "Y"
              READ STDRECOVFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-PURGE-EOF
                 NOT AT END
                    IF SVPERIOD NOT = WS-PERIOD
                       MOVE "Y" TO WS-PURGE-EOF
                    ELSE
                       MOVE SVEMPID TO SGEMPID
                       MOVE SVPRIO  TO SGPRIO
                       READ STANDINGFILE
                          INVALID KEY CONTINUE
                          NOT INVALID KEY
                             IF SVAMT > SGRECOV
                                MOVE ZERO TO SGRECOV
                             ELSE
                                SUBTRACT SVAMT FROM SGRECOV
                             END-IF
                             IF SGSTAT = "C" AND SGRECOV < SGCAP
                                MOVE "A" TO SGSTAT
                             END-IF
                             REWRITE STANDINGREC
                       END-READ
                       DELETE STDRECOVFILE INVALID KEY CONTINUE
                       END-DELETE
                       ADD 1 TO WS-STD-REV
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-STD-REV > ZERO
              DISPLAY WS-STD-REV " STANDING DEDUCTIONS OF THE EARLIER"
                      " RUN REVERSED".

       CHECK-HELD-PARA.
           MOVE "N" TO WS-ONHOLD.
           IF FSHD = "35" OR FSHD = "30"
      *    THE HISTORY ROW ONLY CARRIES THE THREE TOTALS; THE ANNUAL
      *    TAX CERTIFICATE (TAXCERT) NEEDS BASIC, ALLOWANCES AND EACH
      *    STATUTORY DEDUCTION SHOWN SEPARATELY, SO THE COMPONENT
      *    SPLIT IS KEPT PER PERIOD ON PAYCOMPFILE. THE FIXED PAY LOST
      *    TO A SUSPENSION AND THE STANDING DEDUCTIONS (ALSO INSIDE
      *    PCOTHD) ARE KEPT APART FOR THE PAYSLIP.
       WRITE-COMPONENTS-PARA.
           MOVE WS-PERIOD TO PCPERIOD.
           MOVE PEMPID    TO PCEMPID.
           MOVE WS-EBASIC TO PCBASIC.
           COMPUTE PCALLOW = WS-GROSS - WS-EBASIC.
           MOVE WS-PF     TO PCPF.
           MOVE WS-ESI    TO PCESI.
           MOVE WS-PTAX   TO PCPTAX.
           MOVE WS-PFER   TO PCPFER.
           MOVE WS-ESIER  TO PCESIER.
           MOVE WS-BASIS-USED TO PCBASIS.
           MOVE WS-PAYDAYS TO PCPAYDAYS.
           MOVE WS-MTHDAYS TO PCMTHDAYS.
           MOVE WS-ITAX-TAKE TO PCITAX.
           MOVE WS-LOAN-TAKE TO PCLOAN.
           COMPUTE PCOTHD = WS-OTHD-TAKE + WS-ONE-DED + WS-INSPREM +
              WS-STD-DED.
           MOVE WS-SUS-RED TO PCSUSP.
           MOVE WS-STD-DED TO PCSTD.
           WRITE PAYCOMPREC
              INVALID KEY REWRITE PAYCOMPREC
           END-WRITE.

      *    THE DEDUCTIONS COME TO MORE THAN THE EARNED GROSS. THE
      *    SHORTFALL IS TAKEN OFF THE NON-STATUTORY DEDUCTIONS, OTHER
      *    DEDUCTIONS FIRST AND THE LOAN INSTALMENT LAST, AND CARRIED TO
      *    THE NEXT PERIOD ON PAYTRAN, SO WHAT LOANPOST POSTS (THE FULL
      *    INSTALMENT), THE PREMIUM AND THE PAYTRAN ITEMS ARE ALL
      *    RECOVERED IN THE END. ONLY WHAT IS LEFT AFTER THAT COMES OFF
      *    THE INCOME TAX AND THE PROFESSIONAL TAX. PF AND ESI ARE
      *    SHARES OF THE GROSS AND ALWAYS FIT WITHIN IT.
       CAP-DEDUCTIONS-PARA.
           COMPUTE WS-SHORT = WS-DEDUCT - WS-GROSS.
           MOVE ZERO TO WS-CARRY WS-TAXCUT.
           IF WS-SHORT > ZERO
              IF WS-OTHD-TAKE > WS-SHORT
                 MOVE WS-SHORT TO WS-CUT
              ELSE
                 MOVE WS-OTHD-TAKE TO WS-CUT
              END-IF
              SUBTRACT WS-CUT FROM WS-OTHD-TAKE WS-SHORT
              ADD WS-CUT TO WS-CARRY
           END-IF.
           IF WS-SHORT > ZERO
              IF WS-INSPREM > WS-SHORT
                 MOVE WS-SHORT TO WS-CUT
              ELSE
                 MOVE WS-INSPREM TO WS-CUT
              END-IF
              SUBTRACT WS-CUT FROM WS-INSPREM WS-SHORT
              ADD WS-CUT TO WS-CARRY
           END-IF.
           IF WS-SHORT > ZERO
              IF WS-ONE-DED > WS-SHORT
                 MOVE WS-SHORT TO WS-CUT
              ELSE
                 MOVE WS-ONE-DED TO WS-CUT
              END-IF
              SUBTRACT WS-CUT FROM WS-ONE-DED WS-SHORT
              ADD WS-CUT TO WS-CARRY
           END-IF.
           IF WS-SHORT > ZERO
              IF WS-LOAN-TAKE > WS-SHORT
                 MOVE WS-SHORT TO WS-CUT
              ELSE
                 MOVE WS-LOAN-TAKE TO WS-CUT
              END-IF
              SUBTRACT WS-CUT FROM WS-LOAN-TAKE WS-SHORT
              ADD WS-CUT TO WS-CARRY
           END-IF.
           IF WS-SHORT > ZERO
              IF WS-ITAX-TAKE > WS-SHORT
                 MOVE WS-SHORT TO WS-CUT
              ELSE
                 MOVE WS-ITAX-TAKE TO WS-CUT
              END-IF
              SUBTRACT WS-CUT FROM WS-ITAX-TAKE WS-SHORT
              ADD WS-CUT TO WS-TAXCUT
           END-IF.
           IF WS-SHORT > ZERO
              IF WS-PTAX > WS-SHORT
                 MOVE WS-SHORT TO WS-CUT
              ELSE
                 MOVE WS-PTAX TO WS-CUT
              END-IF
              SUBTRACT WS-CUT FROM WS-PTAX WS-SHORT
              ADD WS-CUT TO WS-TAXCUT
           END-IF.
           COMPUTE WS-DEDUCT =
              WS-PF + WS-ESI + WS-PTAX + WS-ITAX-TAKE + WS-LOAN-TAKE +
              WS-OTHD-TAKE + WS-ONE-DED + WS-INSPREM.
           COMPUTE WS-NET = WS-GROSS - WS-DEDUCT.
           ADD 1 TO WS-CAPPED.
           MOVE WS-CARRY TO WS-CARRY-ED.
           DISPLAY "DEDUCTIONS OVER PAY FOR " PEMPID " - NET HELD AT"
                   " NIL, " WS-CARRY-ED " CARRIED TO " WS-NEXT-PER.
           IF WS-TAXCUT > ZERO
              MOVE WS-TAXCUT TO WS-CARRY-ED
              DISPLAY "   TAX CUT BY " WS-CARRY-ED
                      " - NOT CARRIED, RUN TAXCALC BEFORE THE NEXT"
                      " PAYRUN".
           IF WS-LWD NOT = SPACES AND WS-CARRY > ZERO
              DISPLAY "   LAST MONTH OF SERVICE - RECOVER THE CARRIED"
                      " AMOUNT IN THE FINAL SETTLEMENT".
           IF WS-CARRY > ZERO
              MOVE WS-NEXT-PER TO PTPERIOD
              MOVE PEMPID      TO PTEMPID
              MOVE "CARRY"     TO PTCODE
              MOVE "D"         TO PTTYPE
              MOVE WS-CARRY    TO PTAMT
              MOVE SPACES      TO PTDESC
              STRING "CARRIED FROM " DELIMITED BY SIZE
                     WS-PERIOD DELIMITED BY SIZE
                INTO PTDESC
              WRITE PAYTRANREC
                 INVALID KEY REWRITE PAYTRANREC
              END-WRITE
           END-IF.

      *    THE CARRY ROWS AN EARLIER RUN OF THIS PERIOD WROTE INTO THE
      *    NEXT ONE COME OFF, SO A RERUN CARRIES ONLY ITS OWN.
       PURGE-CARRY-PARA.
           MOVE "N" TO WS-CARRY-EOF.
           MOVE WS-NEXT-PER TO PTPERIOD.
           MOVE SPACES TO PTEMPID PTCODE.
           START PAYTRANFILE KEY IS NOT LESS THAN PTKEY
              INVALID KEY MOVE "Y" TO WS-CARRY-EOF
           END-START.
           PERFORM UNTIL WS-CARRY-EOF = "Y"
              READ PAYTRANFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-CARRY-EOF
                 NOT AT END
                    IF PTPERIOD NOT = WS-NEXT-PER
                       MOVE "Y" TO WS-CARRY-EOF
                    ELSE
                       IF PTCODE = "CARRY"
                          DELETE PAYTRANFILE INVALID KEY CONTINUE
                          END-DELETE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       PURGE-COMP-PARA.
           MOVE "N" TO WS-PURGE-EOF.
           MOVE WS-PERIOD TO PCPERIOD.
                 NOT INVALID KEY MOVE ARAMT TO WS-ARREAR
              END-READ
           END-IF.
           IF WS-ARREAR > ZERO
              MOVE "A"      TO SISRC
              MOVE "ARREAR" TO SICODE
              PERFORM CHECK-SUPP-PAID-PARA
              IF WS-SUPPPAID = "Y"
                 MOVE ZERO TO WS-ARREAR
              ELSE
                 MOVE "E"       TO SITYPE
                 MOVE WS-ARREAR TO SIAMT
                 PERFORM MARK-REGULAR-PAID-PARA
              END-IF
           END-IF.

      *    SISRC/SICODE OF THIS PERIOD AND EMPLOYEE ON THE SUPPRUN
      *    LEDGER MEANS A SUPPLEMENTARY RUN HAS ALREADY PAID IT (THIS
      *    RUN'S OWN RUN 00 ROWS ARE PURGED BEFORE IT STARTS).
       CHECK-SUPP-PAID-PARA.
           MOVE "N" TO WS-SUPPPAID.
           IF FSSI = "35" OR FSSI = "30"
              CONTINUE
           ELSE
              MOVE WS-PERIOD TO SIPERIOD
              MOVE PEMPID    TO SIEMPID
              READ SUPPITEMFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE "Y" TO WS-SUPPPAID
              END-READ
           END-IF.

      *    AN ITEM THE REGULAR RUN PAYS IS ENTERED ON THE SUPPRUN
      *    LEDGER AS RUN 00 (SISRC/SICODE/SITYPE/SIAMT ALREADY SET).
       MARK-REGULAR-PAID-PARA.
           MOVE WS-PERIOD TO SIPERIOD.
           MOVE PEMPID    TO SIEMPID.
           MOVE ZERO      TO SIRUN.
           WRITE SUPPITEMREC
              INVALID KEY REWRITE SUPPITEMREC
           END-WRITE.

      *    THE EARLIER RUN'S RUN 00 LEDGER ROWS FOR THE PERIOD COME
      *    OFF FIRST - ITEMS PAID BY A SUPPLEMENTARY RUN STAY.
       PURGE-REGULAR-ITEMS-PARA.
           MOVE "N" TO WS-PURGE-EOF.
           MOVE WS-PERIOD TO SIPERIOD.
           MOVE SPACES TO SIEMPID SISRC SICODE.
           START SUPPITEMFILE KEY IS NOT LESS THAN SIKEY
              INVALID KEY MOVE "Y" TO WS-PURGE-EOF.
           PERFORM UNTIL WS-PURGE-EOF = "Y"
              READ SUPPITEMFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-PURGE-EOF
                 NOT AT END
                    IF SIPERIOD NOT = WS-PERIOD
                       MOVE "Y" TO WS-PURGE-EOF
                    ELSE
                       IF SIRUN = ZERO
                          DELETE SUPPITEMFILE INVALID KEY CONTINUE
                          END-DELETE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

      *    ONE-TIME EARNINGS AND DEDUCTIONS KEYED TO THIS PERIOD AND
      *    EMPLOYEE (ENTERED IN PAYTRNENT) ARE PICKED UP HERE AND
                          PTEMPID NOT = PEMPID
                          MOVE "Y" TO WS-ONE-EOF
                       ELSE
                          MOVE "T"    TO SISRC
                          MOVE PTCODE TO SICODE
                          PERFORM CHECK-SUPP-PAID-PARA
                          IF WS-SUPPPAID = "Y"
                             CONTINUE
                          ELSE
                             IF PTTYPE = "E"
                                ADD PTAMT TO WS-ONE-EARN
                                MOVE "E" TO SITYPE
                             ELSE
                                ADD PTAMT TO WS-ONE-DED
                                MOVE "D" TO SITYPE
                             END-IF
                             MOVE PTAMT TO SIAMT
                             PERFORM MARK-REGULAR-PAID-PARA
                          END-IF
                       END-IF
                 END-READ
              END-READ
           END-IF.

      *    SHIFT ALLOWANCE FOR THE PERIOD (SHIFTS WORKED AT EACH
      *    SHIFT'S RATE, TOTALLED BY ATTIMP FROM THE ROSTER).
       GET-SHIFTALW-PARA.
           MOVE ZERO TO WS-SHIFTAMT.
           IF FSSA = "35" OR FSSA = "30"
              CONTINUE
           ELSE
              MOVE WS-PERIOD TO SAPERIOD
              MOVE PEMPID    TO SAEMPID
              READ SHIFTALWFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE SAAMT TO WS-SHIFTAMT
              END-READ
           END-IF.

      *    THE GROUP MEDICAL PREMIUM IS THE SCHEME'S PER-HEAD RATE
      *    FOR EVERY MEMBER THE EMPLOYEE HAS ENROLLED (SEE INSENROLL)
      *    AND LANDS IN DEDUCTIONS ITEMIZED, NOT BURIED IN POTHERD.
              END-IF
           END-IF.

      *    THE PF AND ESI RATES IN FORCE FOR THE PERIOD ARE THE
      *    LATEST ROWS ON THE STATUTORY RATE FILE EFFECTIVE ON OR
      *    BEFORE THE PERIOD'S LAST DAY; THEY ARE THE SAME FOR EVERY
      *    EMPLOYEE SO THEY ARE PICKED UP ONCE PER RUN.
       LOAD-STAT-RATES-PARA.
           IF FSSR = "35" OR FSSR = "30"
              DISPLAY "NO STATUTORY RATE FILE - KEYED PF, ESI AND PT"
                      " AMOUNTS USED"
           ELSE
              MOVE "N" TO WS-SR-EOF
              MOVE "PF" TO SRSCHEME
              MOVE SPACES TO SRSTATE
              MOVE SPACES TO SREFFDT
              MOVE ZERO TO SRSLABNO
              START STATRATEFILE KEY IS NOT LESS THAN SRKEY
                 INVALID KEY MOVE "Y" TO WS-SR-EOF
              END-START
              PERFORM UNTIL WS-SR-EOF = "Y"
                 READ STATRATEFILE NEXT RECORD
                    AT END MOVE "Y" TO WS-SR-EOF
                    NOT AT END
                       IF SRSCHEME NOT = "PF" OR
                          SREFFDT > WS-PER-END
                          MOVE "Y" TO WS-SR-EOF
                       ELSE
                          MOVE "Y" TO WS-PF-FOUND
                          MOVE SREEPCT TO WS-PF-EEPCT
                          MOVE SRERPCT TO WS-PF-ERPCT
                          MOVE SRCEIL  TO WS-PF-CEIL
                       END-IF
                 END-READ
              END-PERFORM
              MOVE "N" TO WS-SR-EOF
              MOVE "ES" TO SRSCHEME
              MOVE SPACES TO SRSTATE
              MOVE SPACES TO SREFFDT
              MOVE ZERO TO SRSLABNO
              START STATRATEFILE KEY IS NOT LESS THAN SRKEY
                 INVALID KEY MOVE "Y" TO WS-SR-EOF
              END-START
              PERFORM UNTIL WS-SR-EOF = "Y"
                 READ STATRATEFILE NEXT RECORD
                    AT END MOVE "Y" TO WS-SR-EOF
                    NOT AT END
                       IF SRSCHEME NOT = "ES" OR
                          SREFFDT > WS-PER-END
                          MOVE "Y" TO WS-SR-EOF
                       ELSE
                          MOVE "Y" TO WS-ESI-FOUND
                          MOVE SREEPCT TO WS-ESI-EEPCT
                          MOVE SRERPCT TO WS-ESI-ERPCT
                          MOVE SRCEIL  TO WS-ESI-CEIL
                       END-IF
                 END-READ
              END-PERFORM
              MOVE "N" TO WS-SR-EOF
              MOVE "TH" TO SRSCHEME
              MOVE SPACES TO SRSTATE
              MOVE SPACES TO SREFFDT
              MOVE ZERO TO SRSLABNO
              START STATRATEFILE KEY IS NOT LESS THAN SRKEY
                 INVALID KEY MOVE "Y" TO WS-SR-EOF
              END-START
              PERFORM UNTIL WS-SR-EOF = "Y"
                 READ STATRATEFILE NEXT RECORD
                    AT END MOVE "Y" TO WS-SR-EOF
                    NOT AT END
                       IF SRSCHEME NOT = "TH" OR
                          SREFFDT > WS-PER-END
                          MOVE "Y" TO WS-SR-EOF
                       ELSE
                          MOVE "Y" TO WS-TH-FOUND
                          MOVE SREEPCT TO WS-TH-PCT
                          MOVE SRCEIL  TO WS-TH-MIN
                       END-IF
                 END-READ
              END-PERFORM
              IF WS-PF-FOUND NOT = "Y"
                 DISPLAY "NO PF RATE IN FORCE FOR " WS-PERIOD
                         " - KEYED PF AMOUNTS USED"
              END-IF
              IF WS-ESI-FOUND NOT = "Y"
                 DISPLAY "NO ESI RATE IN FORCE FOR " WS-PERIOD
                         " - KEYED ESI AMOUNTS USED"
              END-IF
           END-IF.

      *    PF IS ON THE EARNED BASIC PLUS DA UP TO THE PF WAGE
      *    CEILING (A ZERO CEILING MEANS NONE); ESI IS ON THE EARNED
      *    GROSS FOR AN EMPLOYEE COVERED BY IT - COVER IS DECIDED ON
      *    THE FULL MONTHLY FIXED WAGE FROM THE MASTER, SO PRO-RATION,
      *    SUSPENSION, OVERTIME, SHIFT ALLOWANCE, ARREARS AND ONE-TIME
      *    EARNINGS DO NOT MOVE SOMEONE IN OR OUT OF IT (A ZERO
      *    CEILING MEANS NONE); PT IS THE SLAB AMOUNT FOR THE EARNED
      *    GROSS UNDER THE SLABS OF THE BRANCH'S STATE.
       COMPUTE-STATUTORY-PARA.
           MOVE ZERO TO WS-PFER WS-ESIER.
           IF WS-PF-FOUND = "Y"
              COMPUTE WS-PFWAGE = WS-EBASIC + WS-EDA
              IF WS-PF-CEIL > ZERO AND WS-PFWAGE > WS-PF-CEIL
                 MOVE WS-PF-CEIL TO WS-PFWAGE
              END-IF
              COMPUTE WS-PF ROUNDED = WS-PFWAGE * WS-PF-EEPCT / 100
              COMPUTE WS-PFER ROUNDED =
                 WS-PFWAGE * WS-PF-ERPCT / 100
           ELSE
              MOVE PPF TO WS-PF
           END-IF.
           IF WS-ESI-FOUND = "Y"
              IF WS-ESI-CEIL > ZERO AND WS-MTH-FIXED > WS-ESI-CEIL
                 MOVE ZERO TO WS-ESI
              ELSE
                 COMPUTE WS-ESI ROUNDED =
                    WS-GROSS * WS-ESI-EEPCT / 100
                 COMPUTE WS-ESIER ROUNDED =
                    WS-GROSS * WS-ESI-ERPCT / 100
              END-IF
           ELSE
              MOVE PESI TO WS-ESI
           END-IF.
           PERFORM GET-PTAX-PARA.

       GET-PTAX-PARA.
           MOVE PPTAX TO WS-PTAX.
           MOVE SPACES TO WS-PT-STATE.
           IF FSSR = "35" OR FSSR = "30" OR
              FSBS = "35" OR FSBS = "30" OR
              FSE = "35" OR FSE = "30"
              CONTINUE
           ELSE
              MOVE PEMPID TO EEMPID
              READ EMPFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE EBRNID TO BSBRID
                    READ BRSTATEFILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE BSSTATE TO WS-PT-STATE
                    END-READ
              END-READ
           END-IF.
           IF WS-PT-STATE NOT = SPACES
              MOVE "N" TO WS-SR-EOF
              MOVE SPACES TO WS-PT-EFF
              MOVE "PT" TO SRSCHEME
              MOVE WS-PT-STATE TO SRSTATE
              MOVE SPACES TO SREFFDT
              MOVE ZERO TO SRSLABNO
              START STATRATEFILE KEY IS NOT LESS THAN SRKEY
                 INVALID KEY MOVE "Y" TO WS-SR-EOF
              END-START
              PERFORM UNTIL WS-SR-EOF = "Y"
                 READ STATRATEFILE NEXT RECORD
                    AT END MOVE "Y" TO WS-SR-EOF
                    NOT AT END
                       IF SRSCHEME NOT = "PT" OR
                          SRSTATE NOT = WS-PT-STATE OR
                          SREFFDT > WS-PER-END
                          MOVE "Y" TO WS-SR-EOF
                       ELSE
                          PERFORM MATCH-PT-SLAB-PARA
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

      *    THE SLABS ARE READ IN EFFECTIVE-DATE ORDER, SO EACH NEWER
      *    SET OF SLABS REPLACES WHAT AN OLDER SET MATCHED. A SLAB TO
      *    OF ZERO IS OPEN-ENDED.
       MATCH-PT-SLAB-PARA.
           IF SREFFDT NOT = WS-PT-EFF
              MOVE SREFFDT TO WS-PT-EFF
              MOVE ZERO TO WS-PTAX
           END-IF.
           IF WS-GROSS >= SRFROM AND
              (WS-GROSS <= SRTO OR SRTO = ZERO)
              MOVE SRPTAMT TO WS-PTAX
           END-IF.

      *    THE RUN PARAMETER FILE DATA/RUNPARM.DAT (LAYOUT IN
      *    MONTHEND) STANDS IN FOR THE CONSOLE PROMPTS WHEN PRESENT.
       READ-RUNPARM-PARA.
           MOVE "N" TO WS-RP-FOUND.
           OPEN INPUT RUNPARMFILE.
           IF FSRP = "00"
              READ RUNPARMFILE INTO WS-RUNPARM
                 AT END CONTINUE
                 NOT AT END MOVE "Y" TO WS-RP-FOUND
              END-READ
              CLOSE RUNPARMFILE
           END-IF.

      *    ONE LINE PER EVENT ON DATA/RUNLOG.DAT - WHEN, WHICH
      *    PROGRAM, THE PERIOD AND OUTPUT GENERATION, WHETHER THE
      *    PARAMETERS CAME FROM THE FILE OR THE CONSOLE, AND WS-RL-TEXT.
       WRITE-RUNLOG-PARA.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE WS-PERIOD TO RL-PERIOD.
           IF WS-RP-FOUND = "Y"
              MOVE WS-RP-GEN TO RL-GEN
              MOVE "PARMFIL" TO RL-SRC
           ELSE
              MOVE ZERO TO RL-GEN
              MOVE "CONSOLE" TO RL-SRC
           END-IF.
           MOVE WS-RL-TEXT TO RL-TEXT.
           OPEN EXTEND RUNLOGFILE.
           IF FSRL = "05" OR FSRL = "35"
              CLOSE RUNLOGFILE
              OPEN OUTPUT RUNLOGFILE.
           WRITE RUNLOGREC FROM WS-RUNLOG-LINE.
           CLOSE RUNLOGFILE.

       END PROGRAM PAYRUN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVEREG.

      *    BATCH LEAVE REGISTER REPORT - SCANS LEAVEFILE FOR LEAVE
      *    RECORDS FALLING WITHIN AN OPERATOR-SUPPLIED DATE WINDOW,
      *    OPTIONALLY RESTRICTED TO ONE BRANCH VIA AN EMPFILE JOIN,
      *    AND WRITES A DETAIL LINE PER MATCH PLUS CATEGORY SUBTOTALS
      *    TO DATA/LEAVEREG.DAT. CATEGORY DAY COUNTS CHARGE WORKING
      *    DAYS ONLY - WEEKENDS AND HOLIDAY CALENDAR DATES ON
      *    DATA/HOLIDAY.DAT (ALL-BRANCH OR THE EMPLOYEE'S BRANCH) ARE
      *    NOT COUNTED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ACCUMULATES HEADCOUNT AND GROSS PAYROLL COST (FROM
      *    PAYMENTFILE) BY BRANCH AND BY DEPARTMENT, AND WRITES A
      *    ROLLUP LINE PER BRANCH AND PER DEPARTMENT TO
      *    DATA/HCROLL.DAT. HEADCOUNT STAYS WITH THE HOME BRANCH AND
      *    DEPARTMENT ON EMPREC, BUT THE COST OF AN EMPLOYEE WITH
      *    COST-ALLOCATION LINES IN FORCE THIS MONTH (COSTALLOC) IS
      *    SPREAD ACROSS THOSE BRANCHES AND DEPARTMENTS BY PERCENT.
      *    THE ALLOCATION MONTH IS THE CURRENT MONTH, OR THE PERIOD ON
      *    THE RUN PARAMETER FILE DATA/RUNPARM.DAT WHEN PRESENT, AND
      *    THE RUN IS LOGGED ON DATA/RUNLOG.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORD KEY IS SPEMPID
           FILE STATUS IS FSSP.

           SELECT COSTALLOCFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAKEY
           FILE STATUS IS FSCA.

           SELECT HCROLLFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSS.

           SELECT RUNPARMFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSRP.

           SELECT RUNLOGFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSRL.

       DATA DIVISION.
       FILE SECTION.
       FD EMPFILE
           02 SPLWD     PIC X(10).
           02 SPREASON  PIC X(20).

       FD COSTALLOCFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/COSTALLOC.DAT".
       01 COSTALLOCREC.
           02 CAKEY.
              03 CAEMPID   PIC X(6).
              03 CAFROM    PIC 9(6).
              03 CASEQ     PIC 99.
           02 CATO         PIC 9(6).
           02 CABRNID      PIC X(6).
           02 CADEPID      PIC X(6).
           02 CAPCT        PIC 999V99.

       FD HCROLLFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/HCROLL.DAT".
           02 FILLER    PIC X(1) VALUE SPACE.
           02 HRCOST    PIC Z(8)9.99.

       FD RUNPARMFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/RUNPARM.DAT".
       01 RUNPARMREC          PIC X(80).

       FD RUNLOGFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/RUNLOG.DAT".
       01 RUNLOGREC           PIC X(106).

       WORKING-STORAGE SECTION.
       77 FSE    PIC XX.
       77 FSP    PIC XX.
       77 FSDEP  PIC XX.
       77 FSSP   PIC XX.
       77 FSS    PIC XX.
       77 FSCA   PIC XX.
       77 WS-EOF      PIC X VALUE "N".
       77 WS-FOUND    PIC X VALUE "N".
       77 WS-EMPCOST  PIC 9(8)V99.
       77 WS-BR-MATCH PIC 9(4).
       77 WS-DP-MATCH PIC 9(4).
       77 WS-SEPARATED PIC X.
       77 WS-SYSDATE   PIC 9(8).
       77 WS-ROLL-BRNID PIC X(6).
       77 WS-ROLL-DEPID PIC X(6).
       77 WS-ROLL-COUNT PIC 9.
       77 WS-ROLL-COST  PIC S9(8)V99.
       77 WS-ALLOC-DONE PIC S9(8)V99.
       77 WS-ALLOC-EMPID  PIC X(6).
       77 WS-ALLOC-PERIOD PIC 9(6).
       77 WS-ALLOC-EOF    PIC X.
       77 WS-ALLOC-PCT    PIC 9(4)V99.
       01 ALLOC-TABLE.
           02 AL-ENTRY OCCURS 10 TIMES INDEXED BY AL-IDX.
              03 AL-BRNID  PIC X(6).
              03 AL-DEPID  PIC X(6).
              03 AL-PCT    PIC 999V99.
       77 AL-TOP PIC 99 VALUE ZERO.

       01 BRANCH-TABLE.
           02 BR-ENTRY OCCURS 200 TIMES INDEXED BY BR-IDX.
              03 DP-COUNT PIC 9(6).
              03 DP-COST  PIC 9(9)V99.
       77 DP-TOP PIC 9(4) VALUE ZERO.
       77 FSRP  PIC XX.
       77 FSRL  PIC XX.
       77 WS-RP-FOUND PIC X VALUE "N".
       77 WS-RL-TEXT  PIC X(60).
       01 WS-RUNPARM.
           02 WS-RP-PERIOD PIC 9(6).
           02 FILLER       PIC X.
           02 WS-RP-BASIS  PIC X.
           02 FILLER       PIC X.
           02 WS-RP-RERUN  PIC X.
           02 FILLER       PIC X.
           02 WS-RP-RUNNO  PIC 99.
           02 FILLER       PIC X.
           02 WS-RP-TOLPCT PIC 99.
           02 FILLER       PIC X.
           02 WS-RP-GEN    PIC 99.
           02 FILLER       PIC X(61).
       01 WS-RUNLOG-LINE.
           02 RL-DATE      PIC 9(8).
           02 FILLER       PIC X VALUE SPACE.
           02 RL-TIME      PIC 9(8).
           02 FILLER       PIC X VALUE SPACE.
           02 RL-PROG      PIC X(9) VALUE "HCROLL".
           02 FILLER       PIC X VALUE SPACE.
           02 RL-PERIOD    PIC 9(6).
           02 FILLER       PIC X VALUE SPACE.
           02 RL-GEN       PIC 99.
           02 FILLER       PIC X VALUE SPACE.
           02 RL-SRC       PIC X(7).
           02 FILLER       PIC X VALUE SPACE.
           02 RL-TEXT      PIC X(60).

       PROCEDURE DIVISION.
       MAIN-PARA.
           OPEN INPUT EMPFILE.
           OPEN INPUT PAYMENTFILE.
           OPEN INPUT SEPARATEFILE.
           OPEN INPUT COSTALLOCFILE.
           PERFORM READ-RUNPARM-PARA.
           IF WS-RP-FOUND = "Y"
              MOVE WS-RP-PERIOD TO WS-ALLOC-PERIOD
           ELSE
              ACCEPT WS-SYSDATE FROM DATE YYYYMMDD
              MOVE WS-SYSDATE (1:6) TO WS-ALLOC-PERIOD
           END-IF.
           MOVE "STARTED" TO WS-RL-TEXT.
           PERFORM WRITE-RUNLOG-PARA.
           PERFORM UNTIL WS-EOF = "Y"
              READ EMPFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-EOF
           CLOSE EMPFILE.
           CLOSE PAYMENTFILE.
           CLOSE SEPARATEFILE.
           CLOSE COSTALLOCFILE.
           OPEN OUTPUT HCROLLFILE.
           OPEN INPUT BRANCHFILE.
           OPEN INPUT DEPARTMENTFILE.
           CLOSE HCROLLFILE.
           DISPLAY "HEADCOUNT/COST ROLLUP COMPLETE - " BR-TOP
                   " BRANCHES, " DP-TOP " DEPARTMENTS".
           MOVE SPACES TO WS-RL-TEXT.
           STRING "END BRANCHES=" DELIMITED BY SIZE
                  BR-TOP DELIMITED BY SIZE
                  " DEPARTMENTS=" DELIMITED BY SIZE
                  DP-TOP DELIMITED BY SIZE
             INTO WS-RL-TEXT.
           PERFORM WRITE-RUNLOG-PARA.
           GOBACK.

       CHECK-SEPARATED-PARA.
              INVALID KEY MOVE ZERO TO WS-EMPCOST
              NOT INVALID KEY PERFORM COMPUTE-EMPCOST-PARA
           END-READ.
           MOVE EEMPID TO WS-ALLOC-EMPID.
           PERFORM LOAD-ALLOC-PARA.
           MOVE EBRNID TO WS-ROLL-BRNID.
           MOVE EDEPID TO WS-ROLL-DEPID.
           MOVE 1 TO WS-ROLL-COUNT.
      *    A SPLIT THAT DOES NOT TOTAL 100% (COSTVAL LISTS IT) IS NOT
      *    USED - THE COST STAYS AT HOME RATHER THAN BE LOST OR
      *    COUNTED TWICE.
           IF AL-TOP = ZERO OR WS-ALLOC-PCT NOT = 100
              MOVE WS-EMPCOST TO WS-ROLL-COST
              PERFORM FIND-OR-ADD-BRANCH-PARA
              PERFORM FIND-OR-ADD-DEPT-PARA
           ELSE
              MOVE ZERO TO WS-ROLL-COST
              PERFORM FIND-OR-ADD-BRANCH-PARA
              PERFORM FIND-OR-ADD-DEPT-PARA
              MOVE ZERO TO WS-ROLL-COUNT
              MOVE ZERO TO WS-ALLOC-DONE
              PERFORM ROLL-SPLIT-PARA
                 VARYING AL-IDX FROM 1 BY 1 UNTIL AL-IDX > AL-TOP
           END-IF.

       ROLL-SPLIT-PARA.
           MOVE AL-BRNID(AL-IDX) TO WS-ROLL-BRNID.
           MOVE AL-DEPID(AL-IDX) TO WS-ROLL-DEPID.
           IF AL-IDX = AL-TOP
              COMPUTE WS-ROLL-COST = WS-EMPCOST - WS-ALLOC-DONE
           ELSE
              COMPUTE WS-ROLL-COST ROUNDED =
                 WS-EMPCOST * AL-PCT(AL-IDX) / 100
           END-IF.
           ADD WS-ROLL-COST TO WS-ALLOC-DONE.
           PERFORM FIND-OR-ADD-BRANCH-PARA.
           PERFORM FIND-OR-ADD-DEPT-PARA.

           MOVE "N" TO WS-FOUND.
           PERFORM VARYING BR-IDX FROM 1 BY 1
              UNTIL BR-IDX > BR-TOP OR WS-FOUND = "Y"
              IF BR-CODE(BR-IDX) = WS-ROLL-BRNID
                 MOVE "Y" TO WS-FOUND
                 SET WS-BR-MATCH TO BR-IDX
              END-IF
              ADD 1 TO BR-TOP
              SET BR-IDX TO BR-TOP
              SET WS-BR-MATCH TO BR-TOP
              MOVE WS-ROLL-BRNID TO BR-CODE(BR-IDX)
              MOVE ZERO TO BR-COUNT(BR-IDX) BR-COST(BR-IDX)
           END-IF.
           ADD WS-ROLL-COUNT TO BR-COUNT(WS-BR-MATCH).
           ADD WS-ROLL-COST TO BR-COST(WS-BR-MATCH).

       FIND-OR-ADD-DEPT-PARA.
           MOVE "N" TO WS-FOUND.
           PERFORM VARYING DP-IDX FROM 1 BY 1
              UNTIL DP-IDX > DP-TOP OR WS-FOUND = "Y"
              IF DP-CODE(DP-IDX) = WS-ROLL-DEPID
                 MOVE "Y" TO WS-FOUND
                 SET WS-DP-MATCH TO DP-IDX
              END-IF
              ADD 1 TO DP-TOP
              SET DP-IDX TO DP-TOP
              SET WS-DP-MATCH TO DP-TOP
              MOVE WS-ROLL-DEPID TO DP-CODE(DP-IDX)
              MOVE ZERO TO DP-COUNT(DP-IDX) DP-COST(DP-IDX)
           END-IF.
           ADD WS-ROLL-COUNT TO DP-COUNT(WS-DP-MATCH).
           ADD WS-ROLL-COST TO DP-COST(WS-DP-MATCH).

      *    COLLECTS THE COST-ALLOCATION LINES OF WS-ALLOC-EMPID IN
      *    FORCE FOR WS-ALLOC-PERIOD (FROM PERIOD NOT AFTER IT, TO
      *    PERIOD ZERO OR NOT BEFORE IT) AND THEIR PERCENT TOTAL. NO
      *    LINES MEANS THE WHOLE COST STAYS ON EBRNID/EDEPID.
       LOAD-ALLOC-PARA.
           MOVE ZERO TO AL-TOP WS-ALLOC-PCT.
           MOVE "N" TO WS-ALLOC-EOF.
           IF FSCA = "35" OR FSCA = "30"
              MOVE "Y" TO WS-ALLOC-EOF
           ELSE
              MOVE WS-ALLOC-EMPID TO CAEMPID
              MOVE ZERO TO CAFROM CASEQ
              START COSTALLOCFILE KEY IS NOT LESS THAN CAKEY
                 INVALID KEY MOVE "Y" TO WS-ALLOC-EOF
              END-START
           END-IF.
           PERFORM UNTIL WS-ALLOC-EOF = "Y"
              READ COSTALLOCFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-ALLOC-EOF
                 NOT AT END
                    IF CAEMPID NOT = WS-ALLOC-EMPID
                       MOVE "Y" TO WS-ALLOC-EOF
                    ELSE
                       IF CAFROM NOT > WS-ALLOC-PERIOD AND
                          (CATO = ZERO OR
                           CATO NOT < WS-ALLOC-PERIOD) AND
                          AL-TOP < 10
                          ADD 1 TO AL-TOP
                          MOVE CABRNID TO AL-BRNID(AL-TOP)
                          MOVE CADEPID TO AL-DEPID(AL-TOP)
                          MOVE CAPCT   TO AL-PCT(AL-TOP)
                          ADD CAPCT TO WS-ALLOC-PCT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       WRITE-BRANCH-ROLLUP-PARA.
           MOVE BR-CODE(BR-IDX) TO BBRID.
           MOVE DP-COST(DP-IDX)  TO HRCOST.
           WRITE HCROLLREC.

      *    THE RUN PARAMETER FILE DATA/RUNPARM.DAT (LAYOUT IN
      *    MONTHEND) STANDS IN FOR THE CONSOLE PROMPTS WHEN PRESENT.
       READ-RUNPARM-PARA.
           MOVE "N" TO WS-RP-FOUND.
           OPEN INPUT RUNPARMFILE.
           IF FSRP = "00"
              READ RUNPARMFILE INTO WS-RUNPARM
                 AT END CONTINUE
                 NOT AT END MOVE "Y" TO WS-RP-FOUND
              END-READ
              CLOSE RUNPARMFILE
           END-IF.

      *    ONE LINE PER EVENT ON DATA/RUNLOG.DAT - WHEN, WHICH
      *    PROGRAM, THE PERIOD AND OUTPUT GENERATION, WHETHER THE
      *    PARAMETERS CAME FROM THE FILE OR THE CONSOLE, AND WS-RL-TEXT.
       WRITE-RUNLOG-PARA.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE WS-ALLOC-PERIOD TO RL-PERIOD.
           IF WS-RP-FOUND = "Y"
              MOVE WS-RP-GEN TO RL-GEN
              MOVE "PARMFIL" TO RL-SRC
           ELSE
              MOVE ZERO TO RL-GEN
              MOVE "CONSOLE" TO RL-SRC
           END-IF.
           MOVE WS-RL-TEXT TO RL-TEXT.
           OPEN EXTEND RUNLOGFILE.
           IF FSRL = "05" OR FSRL = "35"
              CLOSE RUNLOGFILE
              OPEN OUTPUT RUNLOGFILE.
           WRITE RUNLOGREC FROM WS-RUNLOG-LINE.
           CLOSE RUNLOGFILE.

       END PROGRAM HCROLL.

       IDENTIFICATION DIVISION.
      *    LOAN DEDUCTION THIS PERIOD (PLOANDA), POSTS IT AGAINST THE
      *    EMPLOYEE'S OLDEST OUTSTANDING LOANFILE ROW, AND WRITES A
      *    POSTING/BALANCE LINE PER EMPLOYEE TO DATA/LOANPOST.DAT.
      *    THE RUN IS LOGGED ON DATA/RUNLOG.DAT, WITH THE PERIOD FROM
      *    THE RUN PARAMETER FILE DATA/RUNPARM.DAT WHEN PRESENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSS.

           SELECT RUNPARMFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSRP.

           SELECT RUNLOGFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSRL.

       DATA DIVISION.
       FILE SECTION.
       FD PAYMENTFILE
           02 FILLER    PIC X(1) VALUE SPACE.
           02 LPSTATUS  PIC X(15).

       FD RUNPARMFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/RUNPARM.DAT".
       01 RUNPARMREC          PIC X(80).

       FD RUNLOGFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/RUNLOG.DAT".
       01 RUNLOGREC           PIC X(106).

       WORKING-STORAGE SECTION.
       77 FSP    PIC XX.
       77 FSLN   PIC XX.
       77 WS-POSTED   PIC X VALUE "N".
       77 WS-TOTAL    PIC 9(6) VALUE ZERO.
       77 WS-POSTAMT  PIC 9(7)V99.
       77 FSRP  PIC XX.
       77 FSRL  PIC XX.
       77 WS-RP-FOUND PIC X VALUE "N".
       77 WS-RL-TEXT  PIC X(60).
       01 WS-RUNPARM.
           02 WS-RP-PERIOD PIC 9(6).
           02 FILLER       PIC X.
           02 WS-RP-BASIS  PIC X.
           02 FILLER       PIC X.
           02 WS-RP-RERUN  PIC X.
           02 FILLER       PIC X.
           02 WS-RP-RUNNO  PIC 99.
           02 FILLER       PIC X.
           02 WS-RP-TOLPCT PIC 99.
           02 FILLER       PIC X.
           02 WS-RP-GEN    PIC 99.
           02 FILLER       PIC X(61).
       01 WS-RUNLOG-LINE.
           02 RL-DATE      PIC 9(8).
           02 FILLER       PIC X VALUE SPACE.
           02 RL-TIME      PIC 9(8).
           02 FILLER       PIC X VALUE SPACE.
           02 RL-PROG      PIC X(9) VALUE "LOANPOST".
           02 FILLER       PIC X VALUE SPACE.
           02 RL-PERIOD    PIC 9(6).
           02 FILLER       PIC X VALUE SPACE.
           02 RL-GEN       PIC 99.
           02 FILLER       PIC X VALUE SPACE.
           02 RL-SRC       PIC X(7).
           02 FILLER       PIC X VALUE SPACE.
           02 RL-TEXT      PIC X(60).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-RUNPARM-PARA.
           MOVE "STARTED" TO WS-RL-TEXT.
           PERFORM WRITE-RUNLOG-PARA.
           OPEN INPUT PAYMENTFILE.
           OPEN I-O LOANFILE.
           OPEN OUTPUT LOANPOSTFILE.
           CLOSE LOANFILE.
           CLOSE LOANPOSTFILE.
           DISPLAY "LOAN POSTING COMPLETE - " WS-TOTAL " EMPLOYEES".
           MOVE SPACES TO WS-RL-TEXT.
           STRING "END EMPLOYEES=" DELIMITED BY SIZE
                  WS-TOTAL DELIMITED BY SIZE
             INTO WS-RL-TEXT.
           PERFORM WRITE-RUNLOG-PARA.
           GOBACK.

       POST-LOAN-PARA.
           END-IF.
           WRITE LOANPOSTREC.

      *    THE RUN PARAMETER FILE DATA/RUNPARM.DAT (LAYOUT IN
      *    MONTHEND) STANDS IN FOR THE CONSOLE PROMPTS WHEN PRESENT.
       READ-RUNPARM-PARA.
           MOVE "N" TO WS-RP-FOUND.
           OPEN INPUT RUNPARMFILE.
           IF FSRP = "00"
              READ RUNPARMFILE INTO WS-RUNPARM
                 AT END CONTINUE
                 NOT AT END MOVE "Y" TO WS-RP-FOUND
              END-READ
              CLOSE RUNPARMFILE
           END-IF.

      *    ONE LINE PER EVENT ON DATA/RUNLOG.DAT - WHEN, WHICH
      *    PROGRAM, THE PERIOD AND OUTPUT GENERATION, WHETHER THE
      *    PARAMETERS CAME FROM THE FILE OR THE CONSOLE, AND WS-RL-TEXT.
       WRITE-RUNLOG-PARA.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           IF WS-RP-FOUND = "Y"
              MOVE WS-RP-PERIOD TO RL-PERIOD
           ELSE
              MOVE ZERO TO RL-PERIOD
           END-IF.
           IF WS-RP-FOUND = "Y"
              MOVE WS-RP-GEN TO RL-GEN
              MOVE "PARMFIL" TO RL-SRC
           ELSE
              MOVE ZERO TO RL-GEN
              MOVE "CONSOLE" TO RL-SRC
           END-IF.
           MOVE WS-RL-TEXT TO RL-TEXT.
           OPEN EXTEND RUNLOGFILE.
           IF FSRL = "05" OR FSRL = "35"
              CLOSE RUNLOGFILE
              OPEN OUTPUT RUNLOGFILE.
           WRITE RUNLOGREC FROM WS-RUNLOG-LINE.
           CLOSE RUNLOGFILE.

       END PROGRAM LOANPOST.

       IDENTIFICATION DIVISION.
      *    NAME) TO DATA/EMPEXPORT.DAT FOR DOWNSTREAM SYSTEMS.
      *    EMPLOYEES RECORDED AS SEPARATED ON DATA/SEPARATE.DAT (SEE
      *    EMPSEP) ARE TREATED AS INACTIVE AND LEFT OFF THE EXPORT.
      *    THE RUN IS LOGGED ON DATA/RUNLOG.DAT, WITH THE PERIOD FROM
      *    THE RUN PARAMETER FILE DATA/RUNPARM.DAT WHEN PRESENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSS.

           SELECT RUNPARMFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSRP.

           SELECT RUNLOGFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSRL.

       DATA DIVISION.
       FILE SECTION.
       FD EMPFILE
           02 XDELIM5   PIC X(1) VALUE "|".
           02 XDEPNAME  PIC X(20).

       FD RUNPARMFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/RUNPARM.DAT".
       01 RUNPARMREC          PIC X(80).

       FD RUNLOGFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/RUNLOG.DAT".
       01 RUNLOGREC           PIC X(106).

       WORKING-STORAGE SECTION.
       77 FSE    PIC XX.
       77 FSB    PIC XX.
       77 WS-EOF    PIC X VALUE "N".
       77 WS-TOTAL  PIC 9(6) VALUE ZERO.
       77 WS-SEPARATED PIC X.
       77 FSRP  PIC XX.
       77 FSRL  PIC XX.
       77 WS-RP-FOUND PIC X VALUE "N".
       77 WS-RL-TEXT  PIC X(60).
       01 WS-RUNPARM.
           02 WS-RP-PERIOD PIC 9(6).
           02 FILLER       PIC X.
           02 WS-RP-BASIS  PIC X.
           02 FILLER       PIC X.
           02 WS-RP-RERUN  PIC X.
           02 FILLER       PIC X.
           02 WS-RP-RUNNO  PIC 99.
           02 FILLER       PIC X.
           02 WS-RP-TOLPCT PIC 99.
           02 FILLER       PIC X.
           02 WS-RP-GEN    PIC 99.
           02 FILLER       PIC X(61).
       01 WS-RUNLOG-LINE.
           02 RL-DATE      PIC 9(8).
           02 FILLER       PIC X VALUE SPACE.
           02 RL-TIME      PIC 9(8).
           02 FILLER       PIC X VALUE SPACE.
           02 RL-PROG      PIC X(9) VALUE "EMPEXPORT".
           02 FILLER       PIC X VALUE SPACE.
           02 RL-PERIOD    PIC 9(6).
           02 FILLER       PIC X VALUE SPACE.
           02 RL-GEN       PIC 99.
           02 FILLER       PIC X VALUE SPACE.
           02 RL-SRC       PIC X(7).
           02 FILLER       PIC X VALUE SPACE.
           02 RL-TEXT      PIC X(60).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-RUNPARM-PARA.
           MOVE "STARTED" TO WS-RL-TEXT.
           PERFORM WRITE-RUNLOG-PARA.
           OPEN INPUT EMPFILE.
           OPEN INPUT BRANCHFILE.
           OPEN INPUT DEPARTMENTFILE.
           CLOSE EMPEXPORTFILE.
           DISPLAY "MASTER DATA EXPORT COMPLETE - " WS-TOTAL
                   " EMPLOYEES".
           MOVE SPACES TO WS-RL-TEXT.
           STRING "END EMPLOYEES=" DELIMITED BY SIZE
                  WS-TOTAL DELIMITED BY SIZE
             INTO WS-RL-TEXT.
           PERFORM WRITE-RUNLOG-PARA.
           GOBACK.

       CHECK-SEPARATED-PARA.
           WRITE EMPEXPORTREC.
           ADD 1 TO WS-TOTAL.

      *    THE RUN PARAMETER FILE DATA/RUNPARM.DAT (LAYOUT IN
      *    MONTHEND) STANDS IN FOR THE CONSOLE PROMPTS WHEN PRESENT.
       READ-RUNPARM-PARA.
           MOVE "N" TO WS-RP-FOUND.
           OPEN INPUT RUNPARMFILE.
           IF FSRP = "00"
              READ RUNPARMFILE INTO WS-RUNPARM
                 AT END CONTINUE
                 NOT AT END MOVE "Y" TO WS-RP-FOUND
              END-READ
              CLOSE RUNPARMFILE
           END-IF.

      *    ONE LINE PER EVENT ON DATA/RUNLOG.DAT - WHEN, WHICH
      *    PROGRAM, THE PERIOD AND OUTPUT GENERATION, WHETHER THE
      *    PARAMETERS CAME FROM THE FILE OR THE CONSOLE, AND WS-RL-TEXT.
       WRITE-RUNLOG-PARA.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           IF WS-RP-FOUND = "Y"
              MOVE WS-RP-PERIOD TO RL-PERIOD
           ELSE
              MOVE ZERO TO RL-PERIOD
           END-IF.
           IF WS-RP-FOUND = "Y"
              MOVE WS-RP-GEN TO RL-GEN
              MOVE "PARMFIL" TO RL-SRC
           ELSE
              MOVE ZERO TO RL-GEN
              MOVE "CONSOLE" TO RL-SRC
           END-IF.
           MOVE WS-RL-TEXT TO RL-TEXT.
           OPEN EXTEND RUNLOGFILE.
           IF FSRL = "05" OR FSRL = "35"
              CLOSE RUNLOGFILE
              OPEN OUTPUT RUNLOGFILE.
           WRITE RUNLOGREC FROM WS-RUNLOG-LINE.
           CLOSE RUNLOGFILE.

       END PROGRAM EMPEXPORT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. USERADMIN.

      *    BATCH USER MAINTENANCE - ADDS OR UPDATES A USERFILE ROW
      *    (USER ID, PASSWORD HASH, ROLE, EMPLOYEE CODE) FOR
      *    MAINHRMS'S LOGIN SCREEN. ROLE MUST BE ONE OF WRITE, DELETE,
      *    READ, SUPER (LEAVE/CLAIM APPROVAL SUPERVISOR) OR ADMIN. THE
      *    EMPLOYEE CODE TIES THE LOGIN TO ITS OWNER ON EMPFILE SO
      *    LEAVAPPR AND CLAIMAPPR CAN SHOW A SUPERVISOR THEIR OWN
      *    REPORTEES; IT MAY BE LEFT BLANK FOR A SYSTEM LOGIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORD KEY IS USERID
           FILE STATUS IS FSU.

           SELECT EMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EEMPID
           FILE STATUS IS FSE.

       DATA DIVISION.
       FILE SECTION.
       FD USERFILE
           03 USERID           PIC X(8).
           03 USER-PWD-HASH    PIC 9(10).
           03 USER-ROLE        PIC X(8).
           03 USER-EMPID       PIC X(6).

       FD EMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/EMP.DAT".
       01 EMPREC.
           02 EEMPID    PIC X(6).
           02 EEMPNAME  PIC X(25).
           02 EEMPADDR  PIC X(30).
           02 EPHONE    PIC X(10).
           02 EDOJ      PIC X(10).
           02 EDIP      PIC X(10).
           02 EUG       PIC X(4).
           02 EPG       PIC X(4).
           02 EPROFQ    PIC X(4).
           02 ESKILL    PIC X(10).
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).

       WORKING-STORAGE SECTION.
       77 FSU           PIC XX.
       77 WS-PWD        PIC X(20).
       77 WS-HASH       PIC 9(10).
       77 WS-ROLE-OK    PIC X VALUE "N".
       77 FSE           PIC XX.
       77 WS-EMPID-OK   PIC X VALUE "N".
       01 WS-HASH-WORK.
           03 WS-HASH-I    PIC 9(4).
           03 WS-HASH-ACC  PIC 9(10).
                         "READ, SUPER OR ADMIN"
              END-IF
           END-PERFORM.
           MOVE "N" TO WS-EMPID-OK.
           PERFORM UNTIL WS-EMPID-OK = "Y"
              DISPLAY "ENTER EMPLOYEE CODE (BLANK IF NONE) :"
              ACCEPT USER-EMPID
              IF USER-EMPID = SPACES
                 MOVE "Y" TO WS-EMPID-OK
              ELSE
                 OPEN INPUT EMPFILE
                 MOVE USER-EMPID TO EEMPID
                 READ EMPFILE
                    INVALID KEY
                       DISPLAY "EMPLOYEE " USER-EMPID
                               " NOT ON EMPFILE"
                    NOT INVALID KEY MOVE "Y" TO WS-EMPID-OK
                 END-READ
                 CLOSE EMPFILE
              END-IF
           END-PERFORM.
           PERFORM HASH-PASSWORD-PARA.
           MOVE WS-HASH TO USER-PWD-HASH.
           OPEN I-O USERFILE.
      *    REVISIONFILE ROW (BY REMPID ALTERNATE KEY), APPLIES THE
      *    PERCENTAGE TO RBASIC, WRITES A NEW REVISIONREC DATED TODAY,
      *    AND WRITES AN INCREMENT LINE PER EMPLOYEE TO
      *    DATA/HCINCR.DAT. THE GRADE'S PAY BAND IN FORCE TODAY
      *    (DATA/PAYBAND.DAT) CAPS THE NEW BASIC AT THE BAND MAXIMUM
      *    AND SETS HRA AT THE BAND'S STANDARD PERCENT OF BASIC;
      *    ANYONE CAPPED, OR ALREADY AT THE MAXIMUM AND SO LEFT WITHOUT
      *    AN INCREMENT, IS LISTED ON DATA/HCCEIL.DAT. ANYONE WITH AN
      *    INCREMENT-WITHHELD OUTCOME (I) ON A DISCIPLINARY CASE
      *    (DATA/DISCCASE.DAT, SEE DISCMNT) IS SKIPPED UNTIL THE STATED
      *    NUMBER OF YEARS HAS RUN FROM THE OUTCOME DATE, AND NAMED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           LOCK MODE IS MANUAL
           FILE STATUS IS FSR.

           SELECT PAYBANDFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PBKEY
           FILE STATUS IS FSPB.

           SELECT DISCFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DKKEY
           FILE STATUS IS FSDK.

           SELECT HCINCRFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSS.

           SELECT HCCEILFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSCL.

       DATA DIVISION.
       FILE SECTION.
       FD EMPFILE
           02 RESI     PIC 9(6)V99.
           02 RREVDATE PIC X(10).

       FD PAYBANDFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/PAYBAND.DAT".
       01 PAYBANDREC.
           02 PBKEY.
              03 PBGRADE   PIC 99.
              03 PBEFFDT   PIC X(10).
           02 PBMINBAS     PIC 9(6)V99.
           02 PBMAXBAS     PIC 9(6)V99.
           02 PBHRAPCT     PIC 99V99.
           02 PBALWPCT     PIC 999V99.

       FD DISCFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/DISCCASE.DAT".
       01 DISCREC.
           02 DKKEY.
              03 DKEMPID   PIC X(6).
              03 DKSEQ     PIC 99.
           02 DKCHARGE     PIC X(40).
           02 DKCHGDT      PIC X(10).
           02 DKSCNDT      PIC X(10).
           02 DKHEARDT     PIC X(10).
           02 DKNOTES      PIC X(60).
           02 DKSTAT       PIC X(1).
           02 DKOUTCM      PIC X(1).
           02 DKOUTDT      PIC X(10).
           02 DKSUSFM      PIC X(10).
           02 DKSUSTO      PIC X(10).
           02 DKSUBPCT     PIC 99V99.
           02 DKWHYRS      PIC 9.

       FD HCINCRFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/HCINCR.DAT".
           02 FILLER      PIC X(1) VALUE SPACE.
           02 HIINCRAMT   PIC Z(6)9.99.

       FD HCCEILFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/HCCEIL.DAT".
       01 HCCEILREC.
           02 HCEMPID     PIC X(6).
           02 FILLER      PIC X(1) VALUE SPACE.
           02 HCOLDBASIC  PIC Z(6)9.99.
           02 FILLER      PIC X(1) VALUE SPACE.
           02 HCDUEBASIC  PIC Z(6)9.99.
           02 FILLER      PIC X(1) VALUE SPACE.
           02 HCMAXBASIC  PIC Z(6)9.99.
           02 FILLER      PIC X(1) VALUE SPACE.
           02 HCSTAT      PIC X(6).

       WORKING-STORAGE SECTION.
       77 FSE  PIC XX.
       77 FSG  PIC XX.
       77 FSR  PIC XX.
       77 FSS  PIC XX.
       77 FSPB PIC XX.
       77 FSCL PIC XX.
       77 FSDK PIC XX.
       77 WS-EOF       PIC X VALUE "N".
       77 WS-GRADE     PIC 99.
       77 WS-PCT       PIC 9(3)V99.
       77 WS-COUNT     PIC 9(6) VALUE ZERO.
       77 WS-TOTIMPACT PIC 9(9)V99 VALUE ZERO.
       77 WS-INCRAMT   PIC 9(6)V99.
       77 WS-DUEBASIC  PIC 9(6)V99.
       77 WS-CAPPED    PIC X.
       77 WS-CEILCOUNT PIC 9(6) VALUE ZERO.
       77 WS-BAND-DATE  PIC X(10).
       77 WS-BAND-FOUND PIC X.
       77 WS-BAND-EOF   PIC X.
       77 WS-BAND-MIN   PIC 9(6)V99.
       77 WS-BAND-MAX   PIC 9(6)V99.
       77 WS-BAND-HRA   PIC 99V99.
       77 WS-WITHHELD   PIC X.
       77 WS-WH-UNTIL   PIC X(10).
       77 WS-WH-CCYY    PIC 9(4).
       77 WS-DK-EOF     PIC X.
       77 WS-WHCOUNT    PIC 9(6) VALUE ZERO.
       01 WS-BEST-REV.
           02 WB-RREVID   PIC X(6).
           02 WB-REMPID   PIC X(6).
                  "-" DELIMITED BY SIZE
                  WS-SYSDATE (7:2) DELIMITED BY SIZE
             INTO WS-TODAY.
           MOVE WS-TODAY TO WS-BAND-DATE.
           OPEN INPUT PAYBANDFILE.
           PERFORM FIND-BAND-PARA.
           CLOSE PAYBANDFILE.
           IF WS-BAND-FOUND NOT = "Y"
              DISPLAY "NO PAY BAND IN FORCE FOR GRADE " WS-GRADE
                      " - INCREMENTS NOT CAPPED".
           OPEN INPUT EMPFILE.
           OPEN I-O REVISIONFILE.
           OPEN OUTPUT HCINCRFILE.
           OPEN OUTPUT HCCEILFILE.
           OPEN INPUT DISCFILE.
           PERFORM FIND-MAX-REVSEQ-PARA.
           PERFORM UNTIL WS-EOF = "Y"
              READ EMPFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF EGRDNO = WS-GRADE
                       PERFORM CHECK-WITHHELD-PARA
                       IF WS-WITHHELD = "Y"
                          DISPLAY "INCREMENT WITHHELD FOR " EEMPID
                                  " UNTIL " WS-WH-UNTIL " - SKIPPED"
                          ADD 1 TO WS-WHCOUNT
                       ELSE
                          PERFORM PROCESS-EMP-PARA
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE EMPFILE.
           CLOSE REVISIONFILE.
           CLOSE HCINCRFILE.
           CLOSE HCCEILFILE.
           CLOSE DISCFILE.
           DISPLAY "YEAR-END INCREMENT COMPLETE - " WS-COUNT
                   " EMPLOYEES INCREMENTED, TOTAL IMPACT "
                   WS-TOTIMPACT.
           DISPLAY WS-CEILCOUNT " EMPLOYEES AT THE BAND MAXIMUM".
           DISPLAY WS-WHCOUNT " EMPLOYEES WITH INCREMENT WITHHELD".
           STOP RUN.

       PROCESS-EMP-PARA.
           PERFORM FIND-LATEST-REVISION-PARA.
           IF WS-FOUND-REV = "Y"
              IF WS-BAND-MAX NOT = ZERO AND
                 WB-RBASIC NOT < WS-BAND-MAX
                 MOVE WB-RBASIC TO WS-DUEBASIC
                 MOVE "AT MAX" TO HCSTAT
                 PERFORM WRITE-CEIL-PARA
              ELSE
                 PERFORM APPLY-INCREMENT-PARA
              END-IF
           ELSE
              DISPLAY "NO REVISION HISTORY FOR " EEMPID
                      " - SKIPPED"
           END-IF.

      *    A WITHHOLDING FOR N YEARS RUNS TO THE SAME DAY N YEARS AFTER
      *    THE OUTCOME DATE; THE LATEST SUCH DATE ACROSS THE EMPLOYEE'S
      *    CASES APPLIES.
       CHECK-WITHHELD-PARA.
           MOVE "N" TO WS-WITHHELD.
           MOVE SPACES TO WS-WH-UNTIL.
           MOVE "N" TO WS-DK-EOF.
           IF FSDK = "35" OR FSDK = "30"
              MOVE "Y" TO WS-DK-EOF
           ELSE
              MOVE EEMPID TO DKEMPID
              MOVE ZERO TO DKSEQ
              START DISCFILE KEY IS NOT LESS THAN DKKEY
                 INVALID KEY MOVE "Y" TO WS-DK-EOF
              END-START
           END-IF.
           PERFORM UNTIL WS-DK-EOF = "Y"
              READ DISCFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-DK-EOF
                 NOT AT END
                    IF DKEMPID NOT = EEMPID
                       MOVE "Y" TO WS-DK-EOF
                    ELSE
                       IF DKOUTCM = "I" AND DKOUTDT (1:4) IS NUMERIC
                          MOVE DKOUTDT (1:4) TO WS-WH-CCYY
                          ADD DKWHYRS TO WS-WH-CCYY
                          IF WS-WH-CCYY > WS-TODAY (1:4) OR
                             (WS-WH-CCYY = WS-TODAY (1:4) AND
                              DKOUTDT (5:6) > WS-TODAY (5:6))
                             MOVE "Y" TO WS-WITHHELD
                             IF WS-WH-UNTIL = SPACES OR
                                WS-WH-CCYY > WS-WH-UNTIL (1:4) OR
                                (WS-WH-CCYY = WS-WH-UNTIL (1:4) AND
                                 DKOUTDT (5:6) > WS-WH-UNTIL (5:6))
                                MOVE DKOUTDT TO WS-WH-UNTIL
                                MOVE WS-WH-CCYY TO WS-WH-UNTIL (1:4)
                             END-IF
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       FIND-MAX-REVSEQ-PARA.
           MOVE WS-MAXSEQ-KEY TO RREVID.
           START REVISIONFILE KEY IS NOT LESS THAN RREVID
           MOVE WB-RDESCODE TO RDESCODE.
           COMPUTE RBASIC ROUNDED =
              WB-RBASIC + (WB-RBASIC * WS-PCT / 100).
           MOVE "N" TO WS-CAPPED.
           IF WS-BAND-MAX NOT = ZERO AND RBASIC > WS-BAND-MAX
              MOVE RBASIC TO WS-DUEBASIC
              MOVE WS-BAND-MAX TO RBASIC
              MOVE "Y" TO WS-CAPPED.
           IF WS-BAND-HRA NOT = ZERO
              COMPUTE RHRA ROUNDED = RBASIC * WS-BAND-HRA / 100
           ELSE
              MOVE WB-RHRA TO RHRA
           END-IF.
           MOVE WB-RDPA     TO RDPA.
           MOVE WB-RPPA     TO RPPA.
           MOVE WB-REDUA    TO REDUA.
                 WRITE HCINCRREC
                 ADD 1 TO WS-COUNT
                 ADD WS-INCRAMT TO WS-TOTIMPACT
                 IF WS-CAPPED = "Y"
                    MOVE "CAPPED" TO HCSTAT
                    PERFORM WRITE-CEIL-PARA
                 END-IF
           END-WRITE.

       WRITE-CEIL-PARA.
           MOVE EEMPID      TO HCEMPID.
           MOVE WB-RBASIC   TO HCOLDBASIC.
           MOVE WS-DUEBASIC TO HCDUEBASIC.
           MOVE WS-BAND-MAX TO HCMAXBASIC.
           WRITE HCCEILREC.
           ADD 1 TO WS-CEILCOUNT.

      *    THE BAND IN FORCE IS THE LAST ROW FOR THE GRADE WHOSE
      *    EFFECTIVE DATE IS NOT AFTER WS-BAND-DATE.
       FIND-BAND-PARA.
           MOVE "N" TO WS-BAND-FOUND.
           MOVE "N" TO WS-BAND-EOF.
           MOVE ZERO TO WS-BAND-MIN WS-BAND-MAX WS-BAND-HRA.
           IF FSPB = "35" OR FSPB = "30"
              MOVE "Y" TO WS-BAND-EOF
           ELSE
              MOVE WS-GRADE TO PBGRADE
              MOVE LOW-VALUES TO PBEFFDT
              START PAYBANDFILE KEY IS NOT LESS THAN PBKEY
                 INVALID KEY MOVE "Y" TO WS-BAND-EOF
              END-START
           END-IF.
           PERFORM UNTIL WS-BAND-EOF = "Y"
              READ PAYBANDFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-BAND-EOF
                 NOT AT END
                    IF PBGRADE NOT = WS-GRADE OR
                       PBEFFDT > WS-BAND-DATE
                       MOVE "Y" TO WS-BAND-EOF
                    ELSE
                       MOVE "Y"      TO WS-BAND-FOUND
                       MOVE PBMINBAS TO WS-BAND-MIN
                       MOVE PBMAXBAS TO WS-BAND-MAX
                       MOVE PBHRAPCT TO WS-BAND-HRA
                    END-IF
              END-READ
           END-PERFORM.

       END PROGRAM HCINCR.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BULKLOAD.
      *    EMPLOYEES. EACH MATCHING ROW IS DISPLAYED AND WRITTEN TO
      *    DATA/PAYINQ.DAT SO ACCOUNTS CAN ANSWER "WHAT DID AN
      *    EMPLOYEE NET IN A GIVEN MONTH" WITHOUT SAVED COPIES.
      *    SUPPLEMENTARY RUNS OF A PERIOD (SUPPRUN, DATA/SUPPHIST.DAT)
      *    ARE LISTED AFTER THE REGULAR ROWS UNDER THE SAME PERIOD,
      *    EACH LINE CARRYING ITS RUN NUMBER (00 FOR THE REGULAR RUN).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORD KEY IS PHKEY
           FILE STATUS IS FSH.

           SELECT SUPPHISTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SHKEY
           FILE STATUS IS FSSH.

           SELECT PAYINQFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSS.
           02 PHPAID       PIC X(1).
           02 PHHELD       PIC X(1).

       FD SUPPHISTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/SUPPHIST.DAT".
       01 SUPPHISTREC.
           02 SHKEY.
              03 SHPERIOD  PIC 9(6).
              03 SHRUN     PIC 99.
              03 SHEMPID   PIC X(6).
           02 SHGROSS      PIC 9(8)V99.
           02 SHDEDUCT     PIC 9(8)V99.
           02 SHNET        PIC 9(8)V99.
           02 SHHELD       PIC X(1).
           02 SHRUNDT      PIC X(10).

       FD PAYINQFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/PAYINQ.DAT".
           02 PQDEDUCT  PIC Z(7)9.99.
           02 FILLER    PIC X(1) VALUE SPACE.
           02 PQNET     PIC Z(7)9.99.
           02 FILLER    PIC X(1) VALUE SPACE.
           02 PQRUN     PIC 99.

       WORKING-STORAGE SECTION.
       77 FSH        PIC XX.
       77 FSS        PIC XX.
       77 FSSH       PIC XX.
       77 WS-EOF      PIC X VALUE "N".
       77 WS-MODE     PIC X.
       77 WS-EMPID    PIC X(6).
              END-READ
           END-PERFORM.
           CLOSE PAYHISTFILE.
           PERFORM LIST-SUPP-PARA.
           CLOSE PAYINQFILE.
           DISPLAY "PAY HISTORY INQUIRY COMPLETE - " WS-TOTAL
                   " ROWS".
           MOVE PHGROSS  TO PQGROSS.
           MOVE PHDEDUCT TO PQDEDUCT.
           MOVE PHNET    TO PQNET.
           MOVE ZERO     TO PQRUN.
           WRITE PAYINQREC.
           DISPLAY PAYINQREC.
           ADD 1 TO WS-TOTAL.

       LIST-SUPP-PARA.
           OPEN INPUT SUPPHISTFILE.
           IF FSSH = "35" OR FSSH = "30"
              CONTINUE
           ELSE
              MOVE "N" TO WS-EOF
              IF WS-MODE = "P"
                 MOVE WS-PERIOD TO SHPERIOD
                 MOVE ZERO      TO SHRUN
                 MOVE SPACES    TO SHEMPID
                 START SUPPHISTFILE KEY IS NOT LESS THAN SHKEY
                    INVALID KEY MOVE "Y" TO WS-EOF
                 END-START
              END-IF
              PERFORM UNTIL WS-EOF = "Y"
                 READ SUPPHISTFILE NEXT RECORD
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF WS-MODE = "P" AND SHPERIOD NOT = WS-PERIOD
                          MOVE "Y" TO WS-EOF
                       ELSE
                          IF WS-MODE = "P" OR SHEMPID = WS-EMPID
                             PERFORM WRITE-SUPP-LINE-PARA
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SUPPHISTFILE
           END-IF.

       WRITE-SUPP-LINE-PARA.
           MOVE SHPERIOD TO PQPERIOD.
           MOVE SHEMPID  TO PQEMPID.
           MOVE SHGROSS  TO PQGROSS.
           MOVE SHDEDUCT TO PQDEDUCT.
           MOVE SHNET    TO PQNET.
           MOVE SHRUN    TO PQRUN.
           WRITE PAYINQREC.
           DISPLAY PAYINQREC.
           ADD 1 TO WS-TOTAL.
      *    EMPMASTER DOES), EVERY EARNINGS LINE OF PAYMENTREC, EVERY
      *    DEDUCTION LINE, AND THE GROSS/DEDUCTION/NET TOTALS, SO
      *    PAYDAY NO LONGER MEANS RETYPING NUMBERS INTO A WORD
      *    PROCESSOR. THE PF, ESI AND PROFESSIONAL TAX LINES AND THE
      *    PAY BASIS COME FROM THE PERIOD'S PAYCOMP ROW WRITTEN BY
      *    PAYRUN: A JOINER OR LEAVER PAID FOR PART OF THE MONTH SHOWS
      *    THE DAYS PAID AND WHETHER CALENDAR OR WORKING DAYS WERE
      *    COUNTED, AND THE FIXED PAY NOT EARNED COMES OFF THE
      *    EARNINGS AS A SEPARATE LINE. ONCE THE PERIOD HAS BEEN RUN
      *    EVERY DEDUCTION LINE IS THE ONE PAYRUN TOOK (PAYCOMP) - THE
      *    FIXED PAY LOST TO A SUSPENSION AND THE STANDING DEDUCTIONS
      *    ARE SHOWN AS LINES OF THEIR OWN, ITEMS A SUPPLEMENTARY RUN
      *    PAID ARE LEFT OFF - AND THE TOTALS ARE THE PAYHIST ROW, SO
      *    THE NET ON THE SLIP IS THE NET PAID. A SLIP THAT NO LONGER
      *    ADDS UP TO THE HISTORY (PAYMENT MASTER CHANGED SINCE THE
      *    RUN) IS NAMED ON THE CONSOLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORD KEY IS ORGRADE
           FILE STATUS IS FSOR.

           SELECT SHIFTALWFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SAKEY
           FILE STATUS IS FSSA.

           SELECT ENROLLFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PYSCHEME
           FILE STATUS IS FSPY.

           SELECT PAYCOMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PCKEY
           FILE STATUS IS FSPC.

           SELECT PAYHISTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PHKEY
           FILE STATUS IS FSH.

           SELECT SUPPITEMFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SIKEY
           FILE STATUS IS FSSI.

           SELECT PAYPRINTFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSS.
           02 ORGRADE   PIC 99.
           02 ORRATE    PIC 9(4)V99.

       FD SHIFTALWFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/SHIFTALW.DAT".
       01 SHIFTALWREC.
           02 SAKEY.
              03 SAPERIOD  PIC 9(6).
              03 SAEMPID   PIC X(6).
           02 SADAYS       PIC 99.
           02 SAAMT        PIC 9(6)V99.

       FD ENROLLFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/ENROLL.DAT".
       01 ENROLLREC.
           02 PYFROM    PIC X(10).
           02 PYTO      PIC X(10).

       FD PAYCOMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/PAYCOMP.DAT".
       01 PAYCOMPREC.
           02 PCKEY.
              03 PCPERIOD  PIC 9(6).
              03 PCEMPID   PIC X(6).
           02 PCBASIC      PIC 9(6)V99.
           02 PCALLOW      PIC 9(8)V99.
           02 PCPF         PIC 9(6)V99.
           02 PCESI        PIC 9(6)V99.
           02 PCPTAX       PIC 9(6)V99.
           02 PCITAX       PIC 9(6)V99.
           02 PCLOAN       PIC 9(8)V99.
           02 PCOTHD       PIC 9(8)V99.
           02 PCPFER       PIC 9(6)V99.
           02 PCESIER      PIC 9(6)V99.
           02 PCBASIS      PIC X(1).
           02 PCPAYDAYS    PIC 99.
           02 PCMTHDAYS    PIC 99.
           02 PCSUSP       PIC 9(8)V99.
           02 PCSTD        PIC 9(8)V99.

       FD PAYHISTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/PAYHIST.DAT".
       01 PAYHISTREC.
           02 PHKEY.
              03 PHPERIOD  PIC 9(6).
              03 PHEMPID   PIC X(6).
           02 PHGROSS      PIC 9(8)V99.
           02 PHDEDUCT     PIC 9(8)V99.
           02 PHNET        PIC 9(8)V99.
           02 PHFINAL      PIC X(1).
           02 PHPAID       PIC X(1).
           02 PHHELD       PIC X(1).

       FD SUPPITEMFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/SUPPITEM.DAT".
       01 SUPPITEMREC.
           02 SIKEY.
              03 SIPERIOD  PIC 9(6).
              03 SIEMPID   PIC X(6).
              03 SISRC     PIC X(1).
              03 SICODE    PIC X(6).
           02 SIRUN        PIC 99.
           02 SITYPE       PIC X(1).
           02 SIAMT        PIC 9(8)V99.

       FD PAYPRINTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/PAYPRINT.DAT".
       77 FSPT   PIC XX.
       77 FSOT   PIC XX.
       77 FSOR   PIC XX.
       77 FSSA   PIC XX.
       77 FSEN   PIC XX.
       77 FSPY   PIC XX.
       77 FSPC   PIC XX.
       77 FSS    PIC XX.
       77 FSH    PIC XX.
       77 FSSI   PIC XX.
       77 WS-EOF    PIC X VALUE "N".
       77 WS-COUNT  PIC 9(6) VALUE ZERO.
       77 WS-GROSS  PIC 9(8)V99.
       77 WS-ONE-DED  PIC 9(8)V99.
       77 WS-ONE-EOF  PIC X.
       77 WS-OTAMT    PIC 9(8)V99.
       77 WS-SHIFTAMT PIC 9(8)V99.
       77 WS-INSPREM  PIC 9(6)V99.
       77 WS-INS-EOF  PIC X.
       77 WS-INCOVER  PIC X.
       77 WS-COVER-PER PIC 9(6).
       77 WS-PER-START PIC X(10).
       77 WS-FIXED    PIC 9(8)V99.
       77 WS-EFIXED   PIC 9(8)V99.
       77 WS-PF       PIC 9(6)V99.
       77 WS-ESI      PIC 9(6)V99.
       77 WS-PTAX     PIC 9(6)V99.
       77 WS-BASIS    PIC X.
       77 WS-PAYDAYS  PIC 99.
       77 WS-MTHDAYS  PIC 99.
       77 WS-DAYS-ED  PIC Z9.
       77 WS-ITAX     PIC 9(6)V99.
       77 WS-LOAN     PIC 9(8)V99.
       77 WS-OTHD     PIC 9(8)V99.
       77 WS-OTHD-CHK PIC S9(8)V99.
       77 WS-SUSRED   PIC 9(8)V99.
       77 WS-STDDED   PIC 9(8)V99.
       77 WS-COMP-FOUND PIC X.
       77 WS-HIST-FOUND PIC X.
       77 WS-SUPPPAID PIC X.
       77 WS-NOFOOT   PIC 9(6) VALUE ZERO.
       77 WS-MDAYS-ED PIC Z9.

       01 WS-RULE-LINE.
           02 FILLER PIC X(50) VALUE ALL "-".
           02 FILLER    PIC X(3) VALUE SPACES.
           02 WP-LABEL  PIC X(26).
           02 WP-AMT    PIC Z(6)9.99.
       01 WS-ADJ-LINE.
           02 FILLER    PIC X(3) VALUE SPACES.
           02 WA-LABEL  PIC X(26).
           02 WA-AMT    PIC -(6)9.99.
       01 WS-TOT-LINE.
           02 WT-LABEL  PIC X(26).
           02 WT-AMT    PIC Z(8)9.99.
       MAIN-PARA.
           DISPLAY "ENTER PAY PERIOD (CCYYMM) :".
           ACCEPT WS-PERIOD.
           MOVE SPACES TO WS-PER-START.
           STRING WS-PERIOD (1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-PERIOD (5:2) DELIMITED BY SIZE
                  "-01" DELIMITED BY SIZE
             INTO WS-PER-START.
           OPEN INPUT PAYMENTFILE.
           OPEN INPUT PAYCOMPFILE.
           OPEN INPUT EMPFILE.
           OPEN INPUT BRANCHFILE.
           OPEN INPUT DESIGNATIONFILE.
           OPEN INPUT PAYTRANFILE.
           OPEN INPUT OVERTIMEFILE.
           OPEN INPUT OTRATEFILE.
           OPEN INPUT SHIFTALWFILE.
           OPEN INPUT ENROLLFILE.
           OPEN INPUT POLICYFILE.
           OPEN INPUT PAYHISTFILE.
           OPEN INPUT SUPPITEMFILE.
           OPEN OUTPUT PAYPRINTFILE.
           PERFORM UNTIL WS-EOF = "Y"
              READ PAYMENTFILE NEXT RECORD
              END-READ
           END-PERFORM.
           CLOSE PAYMENTFILE.
           CLOSE PAYCOMPFILE.
           CLOSE EMPFILE.
           CLOSE BRANCHFILE.
           CLOSE DESIGNATIONFILE.
           CLOSE PAYTRANFILE.
           CLOSE OVERTIMEFILE.
           CLOSE OTRATEFILE.
           CLOSE SHIFTALWFILE.
           CLOSE ENROLLFILE.
           CLOSE POLICYFILE.
           CLOSE PAYHISTFILE.
           CLOSE SUPPITEMFILE.
           CLOSE PAYPRINTFILE.
           DISPLAY "PAYSLIP PRINT COMPLETE - " WS-COUNT " PAYSLIPS".
           IF WS-NOFOOT > ZERO
              DISPLAY WS-NOFOOT " PAYSLIPS DO NOT ADD UP TO PAYHIST -"
                      " RERUN PAYRUN FOR THE PERIOD".
           STOP RUN.

       GET-ARREARS-PARA.
                 NOT INVALID KEY MOVE ARAMT TO WS-ARREAR
              END-READ
           END-IF.
           IF WS-ARREAR > ZERO
              MOVE "A"      TO SISRC
              MOVE "ARREAR" TO SICODE
              PERFORM CHECK-SUPP-PAID-PARA
              IF WS-SUPPPAID = "Y"
                 MOVE ZERO TO WS-ARREAR
              END-IF
           END-IF.

      *    AN ITEM ON THE SUPPRUN LEDGER UNDER A RUN OTHER THAN 00 WAS
      *    PAID OFF-CYCLE AND IS NOT PART OF THE REGULAR SLIP.
       CHECK-SUPP-PAID-PARA.
           MOVE "N" TO WS-SUPPPAID.
           IF FSSI = "35" OR FSSI = "30"
              CONTINUE
           ELSE
              MOVE WS-PERIOD TO SIPERIOD
              MOVE PEMPID    TO SIEMPID
              READ SUPPITEMFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF SIRUN NOT = ZERO
                       MOVE "Y" TO WS-SUPPPAID
                    END-IF
              END-READ
           END-IF.

       CHECK-SEPARATED-PARA.
           MOVE "N" TO WS-SEPARATED.
              MOVE PEMPID TO SPEMPID
              READ SEPARATEFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF SPLWD < WS-PER-START
                       MOVE "Y" TO WS-SEPARATED
                    END-IF
              END-READ
           END-IF.

                          PTEMPID NOT = PEMPID
                          MOVE "Y" TO WS-ONE-EOF
                       ELSE
                          MOVE "T"    TO SISRC
                          MOVE PTCODE TO SICODE
                          PERFORM CHECK-SUPP-PAID-PARA
                          IF WS-SUPPPAID = "Y"
                             CONTINUE
                          ELSE
                             IF PTTYPE = "E"
                                ADD PTAMT TO WS-ONE-EARN
                             ELSE
                                ADD PTAMT TO WS-ONE-DED
                             END-IF
                          END-IF
                       END-IF
                 END-READ
              END-READ
           END-IF.

       GET-SHIFTALW-PARA.
           MOVE ZERO TO WS-SHIFTAMT.
           IF FSSA = "35" OR FSSA = "30"
              CONTINUE
           ELSE
              MOVE WS-PERIOD TO SAPERIOD
              MOVE PEMPID    TO SAEMPID
              READ SHIFTALWFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE SAAMT TO WS-SHIFTAMT
              END-READ
           END-IF.

       GET-INSURANCE-PARA.
           MOVE ZERO TO WS-INSPREM.
           IF FSEN = "35" OR FSEN = "30" OR
              END-IF
           END-IF.

      *    WITHOUT A PAYCOMP ROW (PERIOD NOT YET RUN) THE SLIP SHOWS
      *    A FULL MONTH AND THE AMOUNTS KEYED ON THE PAYMENT MASTER.
       GET-COMP-PARA.
           MOVE "N"     TO WS-COMP-FOUND.
           MOVE "F"     TO WS-BASIS.
           MOVE ZERO    TO WS-PAYDAYS WS-MTHDAYS.
           MOVE PPF     TO WS-PF.
           MOVE PESI    TO WS-ESI.
           MOVE PPTAX   TO WS-PTAX.
           MOVE PITAX   TO WS-ITAX.
           MOVE PLOANDA TO WS-LOAN.
           MOVE POTHERD TO WS-OTHD.
           MOVE ZERO    TO WS-SUSRED WS-STDDED.
           IF FSPC = "35" OR FSPC = "30"
              CONTINUE
           ELSE
              MOVE WS-PERIOD TO PCPERIOD
              MOVE PEMPID    TO PCEMPID
              READ PAYCOMPFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE PCBASIS   TO WS-BASIS
                    MOVE PCPAYDAYS TO WS-PAYDAYS
                    MOVE PCMTHDAYS TO WS-MTHDAYS
                    MOVE PCPF      TO WS-PF
                    MOVE PCESI     TO WS-ESI
                    MOVE PCPTAX    TO WS-PTAX
                    MOVE PCITAX    TO WS-ITAX
                    MOVE PCLOAN    TO WS-LOAN
                    MOVE PCSUSP    TO WS-SUSRED
                    MOVE PCSTD     TO WS-STDDED
                    MOVE "Y"       TO WS-COMP-FOUND
              END-READ
           END-IF.
           IF WS-BASIS NOT = "C" AND WS-BASIS NOT = "W"
              MOVE "F" TO WS-BASIS
           END-IF.
           COMPUTE WS-FIXED =
              PBASIC + PDA + PCCA + PHRA + PDPA + PPPA + PEDUA +
              PTECHJR + PLUNCHA + PCONVEY + PBUSATR + PLTA + PGRTY +
              PPERINC + PMEDI + PBOOK + PENTER + PTPH + PHOUSE +
              PVEHMAN + PCREDIT + PCLUB.
           MOVE WS-FIXED TO WS-EFIXED.
           IF WS-BASIS NOT = "F" AND WS-MTHDAYS > ZERO
              COMPUTE WS-EFIXED ROUNDED =
                 WS-FIXED * WS-PAYDAYS / WS-MTHDAYS
           END-IF.

       PRINT-PAYSLIP-PARA.
           PERFORM GET-COMP-PARA.
           PERFORM GET-ARREARS-PARA.
           PERFORM GET-ONETIME-PARA.
           PERFORM GET-INSURANCE-PARA.
           IF WS-COMP-FOUND = "Y"
              PERFORM SPLIT-OTHD-PARA.
           PERFORM GET-HIST-PARA.
           MOVE PEMPID TO EEMPID.
           READ EMPFILE
              INVALID KEY
                 MOVE ZERO   TO EGRDNO
           END-READ.
           PERFORM GET-OVERTIME-PARA.
           PERFORM GET-SHIFTALW-PARA.
           MOVE EBRNID TO BBRID.
           READ BRANCHFILE INVALID KEY MOVE SPACES TO BBRNAME.
           MOVE EDESID TO DESID.
           PERFORM PRINT-TOTALS-PARA.
           ADD 1 TO WS-COUNT.

      *    PCOTHD HOLDS THE MASTER OTHER DEDUCTION, THE ONE-TIME
      *    DEDUCTIONS, THE PREMIUM AND THE STANDING DEDUCTIONS PAYRUN
      *    TOOK; THE OTHER DEDUCTION LINE IS WHAT REMAINS OF IT. IF
      *    THE ITEMS NO LONGER FIT (CHANGED SINCE THE RUN) THE WHOLE
      *    REMAINDER GOES ON THAT LINE SO THE SLIP STILL ADDS UP.
       SPLIT-OTHD-PARA.
           COMPUTE WS-OTHD-CHK =
              PCOTHD - PCSTD - WS-ONE-DED - WS-INSPREM.
           IF WS-OTHD-CHK < ZERO
              COMPUTE WS-OTHD = PCOTHD - PCSTD
              MOVE ZERO TO WS-ONE-DED WS-INSPREM
           ELSE
              MOVE WS-OTHD-CHK TO WS-OTHD
           END-IF.

       GET-HIST-PARA.
           MOVE "N" TO WS-HIST-FOUND.
           IF FSH = "35" OR FSH = "30"
              CONTINUE
           ELSE
              MOVE WS-PERIOD TO PHPERIOD
              MOVE PEMPID    TO PHEMPID
              READ PAYHISTFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE "Y" TO WS-HIST-FOUND
              END-READ
           END-IF.

       PRINT-HEADER-PARA.
           MOVE WS-RULE-LINE TO PRTREC.
           WRITE PRTREC.
           MOVE DESIGN TO WI-VALUE.
           MOVE WS-INFO-LINE TO PRTREC.
           WRITE PRTREC.
           MOVE "PAY BASIS   :" TO WI-LABEL.
           MOVE SPACES TO WI-VALUE.
           IF WS-BASIS = "F"
              MOVE "FULL MONTH" TO WI-VALUE
           ELSE
              MOVE WS-PAYDAYS TO WS-DAYS-ED
              MOVE WS-MTHDAYS TO WS-MDAYS-ED
              IF WS-BASIS = "W"
                 STRING WS-DAYS-ED DELIMITED BY SIZE
                        " OF " DELIMITED BY SIZE
                        WS-MDAYS-ED DELIMITED BY SIZE
                        " WORKING DAYS" DELIMITED BY SIZE
                   INTO WI-VALUE
              ELSE
                 STRING WS-DAYS-ED DELIMITED BY SIZE
                        " OF " DELIMITED BY SIZE
                        WS-MDAYS-ED DELIMITED BY SIZE
                        " CALENDAR DAYS" DELIMITED BY SIZE
                   INTO WI-VALUE
              END-IF
           END-IF.
           MOVE WS-INFO-LINE TO PRTREC.
           WRITE PRTREC.
           MOVE WS-RULE-LINE TO PRTREC.
           WRITE PRTREC.

           MOVE "CLUB" TO WP-LABEL.
           MOVE PCLUB TO WP-AMT.
           PERFORM WRITE-PAY-LINE-PARA.
           IF WS-EFIXED NOT = WS-FIXED
              MOVE "LESS DAYS NOT ON ROLLS" TO WA-LABEL
              COMPUTE WA-AMT = WS-EFIXED - WS-FIXED
              MOVE WS-ADJ-LINE TO PRTREC
              WRITE PRTREC
           END-IF.
           IF WS-SUSRED > ZERO
              MOVE "SUSPENSION REDUCTION" TO WA-LABEL
              COMPUTE WA-AMT = ZERO - WS-SUSRED
              MOVE WS-ADJ-LINE TO PRTREC
              WRITE PRTREC
           END-IF.
           IF WS-ARREAR > ZERO
              MOVE "SALARY ARREARS" TO WP-LABEL
              MOVE WS-ARREAR TO WP-AMT
              MOVE WS-OTAMT TO WP-AMT
              PERFORM WRITE-PAY-LINE-PARA
           END-IF.
           IF WS-SHIFTAMT > ZERO
              MOVE "SHIFT ALLOWANCE" TO WP-LABEL
              MOVE WS-SHIFTAMT TO WP-AMT
              PERFORM WRITE-PAY-LINE-PARA
           END-IF.

       PRINT-DEDUCTIONS-PARA.
           MOVE "DEDUCTIONS" TO PRTREC.
           WRITE PRTREC.
           MOVE "PF" TO WP-LABEL.
           MOVE WS-PF TO WP-AMT.
           PERFORM WRITE-PAY-LINE-PARA.
           MOVE "ESI" TO WP-LABEL.
           MOVE WS-ESI TO WP-AMT.
           PERFORM WRITE-PAY-LINE-PARA.
           MOVE "PROFESSIONAL TAX" TO WP-LABEL.
           MOVE WS-PTAX TO WP-AMT.
           PERFORM WRITE-PAY-LINE-PARA.
           MOVE "INCOME TAX" TO WP-LABEL.
           MOVE WS-ITAX TO WP-AMT.
           PERFORM WRITE-PAY-LINE-PARA.
           MOVE "LOAN DEDUCTION" TO WP-LABEL.
           MOVE WS-LOAN TO WP-AMT.
           PERFORM WRITE-PAY-LINE-PARA.
           MOVE "OTHER DEDUCTION" TO WP-LABEL.
           MOVE WS-OTHD TO WP-AMT.
           PERFORM WRITE-PAY-LINE-PARA.
           IF WS-ONE-DED > ZERO
              MOVE "ONE-TIME DEDUCTIONS" TO WP-LABEL
              MOVE WS-INSPREM TO WP-AMT
              PERFORM WRITE-PAY-LINE-PARA
           END-IF.
           IF WS-STDDED > ZERO
              MOVE "STANDING DEDUCTIONS" TO WP-LABEL
              MOVE WS-STDDED TO WP-AMT
              PERFORM WRITE-PAY-LINE-PARA
           END-IF.

      *    ONCE THE PERIOD IS ON PAYHIST THE TOTALS ARE THE ONES
      *    PAID; THE LINES ABOVE MUST ADD UP TO THEM.
       PRINT-TOTALS-PARA.
           COMPUTE WS-GROSS =
              WS-EFIXED - WS-SUSRED + WS-ARREAR + WS-ONE-EARN +
              WS-OTAMT + WS-SHIFTAMT.
           COMPUTE WS-DEDUCT =
              WS-PF + WS-ESI + WS-PTAX + WS-ITAX + WS-LOAN + WS-OTHD +
              WS-ONE-DED + WS-INSPREM + WS-STDDED.
           COMPUTE WS-NET = WS-GROSS - WS-DEDUCT.
           IF WS-HIST-FOUND = "Y"
              IF WS-GROSS NOT = PHGROSS OR WS-DEDUCT NOT = PHDEDUCT
                 DISPLAY "PAYSLIP FOR " PEMPID " DOES NOT ADD UP TO"
                         " PAYHIST - TOTALS PRINTED ARE AS PAID"
                 ADD 1 TO WS-NOFOOT
              END-IF
              MOVE PHGROSS  TO WS-GROSS
              MOVE PHDEDUCT TO WS-DEDUCT
              MOVE PHNET    TO WS-NET
           END-IF.
           MOVE WS-RULE-LINE TO PRTREC.
           WRITE PRTREC.
           MOVE "GROSS PAY" TO WT-LABEL.
      *    ROWS FLAGGED HELD BY PAYRUN (ACTIVE HOLD ON DATA/HOLD.DAT,
      *    SEE HOLDENTRY) STAY OFF THE FILE; ONCE THE HOLD IS
      *    RELEASED, THE ACCUMULATED HELD ROWS OF EARLIER PERIODS ARE
      *    PICKED UP INTO THIS DISBURSEMENT AND UNFLAGGED. A ROW WITH
      *    AN INTEGRITY EXCEPTION STILL OPEN ON DATA/INTEGEXC.DAT (SEE
      *    INTEGCHK) IS HELD THE SAME WAY UNTIL AN ADMIN CLEARS IT IN
      *    INTEGCLR. A RUN NUMBER OTHER THAN 00 DISBURSES THAT
      *    SUPPLEMENTARY RUN OF THE PERIOD (SEE SUPPRUN) INSTEAD: ITS
      *    DATA/SUPPHIST.DAT ROWS GO TO A CREDIT FILE OF THEIR OWN,
      *    DATA/BANKDISB-CCYYMM-NN.DAT, IN THE SAME LAYOUT AND WITH ITS
      *    OWN CONTROL TOTAL LINE, UNDER THE SAME HOLD AND INTEGRITY
      *    RULES. A HELD SUPPLEMENTARY ROW IS PICKED UP BY THE FIRST
      *    REGULAR DISBURSEMENT OF A LATER PERIOD AFTER ITS RELEASE,
      *    AS A HELD PAYHIST ROW IS. WHEN THE RUN PARAMETER FILE
      *    DATA/RUNPARM.DAT IS PRESENT THE PERIOD AND RUN NUMBER COME
      *    FROM IT, AND A NON-ZERO OUTPUT GENERATION THERE NAMES THE
      *    CREDIT FILE DATA/BANKDISB-CCYYMM-GNN.DAT (SUPPLEMENTARY:
      *    DATA/BANKDISB-CCYYMM-NN-GNN.DAT) SO A RESUBMISSION DOES NOT
      *    OVERWRITE THE FILE ALREADY SENT TO THE BANK. THE RUN IS
      *    LOGGED ON DATA/RUNLOG.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORD KEY IS HDEMPID
           FILE STATUS IS FSHD.

           SELECT INTEGFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IXKEY
           FILE STATUS IS FSIX.

           SELECT SUPPHISTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SHKEY
           FILE STATUS IS FSSH.

           SELECT BANKDISBFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSS.

           SELECT RUNPARMFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSRP.

           SELECT RUNLOGFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSRL.

       DATA DIVISION.
       FILE SECTION.
       FD PAYHISTFILE
           02 HDREASON  PIC X(20).
           02 HDRELDT   PIC X(10).

       FD INTEGFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/INTEGEXC.DAT".
       01 INTEGREC.
           02 IXKEY.
              03 IXPERIOD  PIC 9(6).
              03 IXEMPID   PIC X(6).
              03 IXCHECK   PIC X(6).
           02 IXDETAIL     PIC X(20).
           02 IXSTAT       PIC X(1).
           02 IXFLAGDT     PIC X(10).
           02 IXCLRBY      PIC X(8).
           02 IXCLRDT      PIC X(10).
           02 IXREASON     PIC X(25).

       FD SUPPHISTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/SUPPHIST.DAT".
       01 SUPPHISTREC.
           02 SHKEY.
              03 SHPERIOD  PIC 9(6).
              03 SHRUN     PIC 99.
              03 SHEMPID   PIC X(6).
           02 SHGROSS      PIC 9(8)V99.
           02 SHDEDUCT     PIC 9(8)V99.
           02 SHNET        PIC 9(8)V99.
           02 SHHELD       PIC X(1).
           02 SHRUNDT      PIC X(10).

       FD BANKDISBFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS WS-DISB-NAME.
       01 BANKDISBREC.
           02 BDTYPE    PIC X(1).
           02 BDACCNO   PIC X(16).
           02 BDMODE    PIC X(4).
           02 BDPERIOD  PIC 9(6).

       FD RUNPARMFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/RUNPARM.DAT".
       01 RUNPARMREC          PIC X(80).

       FD RUNLOGFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/RUNLOG.DAT".
       01 RUNLOGREC           PIC X(106).

       WORKING-STORAGE SECTION.
       77 FSH    PIC XX.
       77 FSBK   PIC XX.
       77 FSHD   PIC XX.
       77 FSS    PIC XX.
       77 FSIX   PIC XX.
       77 FSSH   PIC XX.
       77 WS-EOF      PIC X VALUE "N".
       77 WS-PERIOD   PIC 9(6).
       77 WS-RUN      PIC 99.
       77 WS-ONFILE   PIC X.
       77 WS-SUPP-OK  PIC X.
       77 WS-DISB-NAME PIC X(40) VALUE "DATA/BANKDISB.DAT".
       77 WS-CHK-EMPID  PIC X(6).
       77 WS-CHK-PERIOD PIC 9(6).
       77 WS-COUNT    PIC 9(6) VALUE ZERO.
       77 WS-NOBANK   PIC 9(6) VALUE ZERO.
       77 WS-HELDCNT  PIC 9(6) VALUE ZERO.
       77 WS-INTEGCNT PIC 9(6) VALUE ZERO.
       77 WS-INTEG-EOF PIC X.
       77 WS-RELPAID  PIC 9(6) VALUE ZERO.
       77 WS-ONHOLD   PIC X.
       77 WS-TOTAMT   PIC 9(10)V99 VALUE ZERO.
       77 FSRP  PIC XX.
       77 FSRL  PIC XX.
       77 WS-RP-FOUND PIC X VALUE "N".
       77 WS-RL-TEXT  PIC X(60).
       01 WS-RUNPARM.
           02 WS-RP-PERIOD PIC 9(6).
           02 FILLER       PIC X.
           02 WS-RP-BASIS  PIC X.
           02 FILLER       PIC X.
           02 WS-RP-RERUN  PIC X.
           02 FILLER       PIC X.
           02 WS-RP-RUNNO  PIC 99.
           02 FILLER       PIC X.
           02 WS-RP-TOLPCT PIC 99.
           02 FILLER       PIC X.
           02 WS-RP-GEN    PIC 99.
           02 FILLER       PIC X(61).
       01 WS-RUNLOG-LINE.
           02 RL-DATE      PIC 9(8).
           02 FILLER       PIC X VALUE SPACE.
           02 RL-TIME      PIC 9(8).
           02 FILLER       PIC X VALUE SPACE.
           02 RL-PROG      PIC X(9) VALUE "BANKDISB".
           02 FILLER       PIC X VALUE SPACE.
           02 RL-PERIOD    PIC 9(6).
           02 FILLER       PIC X VALUE SPACE.
           02 RL-GEN       PIC 99.
           02 FILLER       PIC X VALUE SPACE.
           02 RL-SRC       PIC X(7).
           02 FILLER       PIC X VALUE SPACE.
           02 RL-TEXT      PIC X(60).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-RUNPARM-PARA.
           IF WS-RP-FOUND = "Y"
              MOVE WS-RP-PERIOD TO WS-PERIOD
              MOVE WS-RP-RUNNO  TO WS-RUN
              DISPLAY "PERIOD " WS-PERIOD " RUN " WS-RUN
                      " FROM THE RUN PARAMETER FILE"
           ELSE
              DISPLAY "ENTER PAY PERIOD (CCYYMM) :"
              ACCEPT WS-PERIOD
              DISPLAY "ENTER RUN NUMBER (00 = REGULAR RUN) :"
              ACCEPT WS-RUN
           END-IF.
           IF WS-RUN > ZERO
              PERFORM SUPP-DISB-PARA
              IF WS-SUPP-OK = "Y"
                 PERFORM LOG-END-PARA
              ELSE
                 MOVE "STOPPED - SUPPLEMENTARY RUN NOT ON FILE"
                    TO WS-RL-TEXT
                 PERFORM WRITE-RUNLOG-PARA
              END-IF
              GOBACK.
           OPEN I-O PAYHISTFILE.
           IF FSH = "35" OR FSH = "30"
              DISPLAY "NO PAY HISTORY ON FILE - RUN PAYRUN FIRST"
              MOVE "STOPPED - NO PAY HISTORY ON FILE" TO WS-RL-TEXT
              PERFORM WRITE-RUNLOG-PARA
              MOVE 8 TO RETURN-CODE
              GOBACK.
           IF WS-RP-FOUND = "Y" AND WS-RP-GEN > ZERO
              MOVE SPACES TO WS-DISB-NAME
              STRING "DATA/BANKDISB-" DELIMITED BY SIZE
                     WS-PERIOD DELIMITED BY SIZE
                     "-G" DELIMITED BY SIZE
                     WS-RP-GEN DELIMITED BY SIZE
                     ".DAT" DELIMITED BY SIZE
                INTO WS-DISB-NAME
           END-IF.
           PERFORM LOG-START-PARA.
           OPEN INPUT BANKFILE.
           OPEN INPUT HOLDFILE.
           OPEN INPUT INTEGFILE.
           OPEN I-O SUPPHISTFILE.
           OPEN OUTPUT BANKDISBFILE.
           MOVE WS-PERIOD TO PHPERIOD.
           MOVE SPACES TO PHEMPID.
              END-READ
           END-PERFORM.
           PERFORM SWEEP-HELD-PARA.
           PERFORM SWEEP-HELD-SUPP-PARA.
           PERFORM WRITE-CONTROL-PARA.
           CLOSE PAYHISTFILE.
           CLOSE BANKFILE.
           CLOSE HOLDFILE.
           CLOSE INTEGFILE.
           CLOSE SUPPHISTFILE.
           CLOSE BANKDISBFILE.
           DISPLAY "DISBURSEMENT FILE COMPLETE - " WS-COUNT
                   " CREDITS, " WS-NOBANK " WITHOUT BANK DETAILS, "
                   WS-HELDCNT " HELD, " WS-RELPAID
                   " RELEASED HELD PAID".
           IF WS-INTEGCNT > ZERO
              DISPLAY WS-INTEGCNT " OF THE HELD ROWS HAVE AN OPEN"
                      " INTEGRITY EXCEPTION - SEE INTEGCLR".
           PERFORM LOG-END-PARA.
      *    GOBACK, NOT STOP RUN - BANKDISB CAN RUN AS A MONTHEND STEP.
           GOBACK.

       LOG-START-PARA.
           MOVE SPACES TO WS-RL-TEXT.
           STRING "STARTED RUN=" DELIMITED BY SIZE
                  WS-RUN DELIMITED BY SIZE
                  " FILE=" DELIMITED BY SIZE
                  WS-DISB-NAME DELIMITED BY SPACE
             INTO WS-RL-TEXT.
           PERFORM WRITE-RUNLOG-PARA.

       LOG-END-PARA.
           MOVE SPACES TO WS-RL-TEXT.
           STRING "END CREDITS=" DELIMITED BY SIZE
                  WS-COUNT DELIMITED BY SIZE
                  " NOBANK=" DELIMITED BY SIZE
                  WS-NOBANK DELIMITED BY SIZE
                  " HELD=" DELIMITED BY SIZE
                  WS-HELDCNT DELIMITED BY SIZE
                  " RELEASED=" DELIMITED BY SIZE
                  WS-RELPAID DELIMITED BY SIZE
             INTO WS-RL-TEXT.
           PERFORM WRITE-RUNLOG-PARA.

      *    THE HOLD REGISTER ITSELF IS CHECKED FOR EVERY ROW, NOT
      *    JUST THE PHHELD FLAG PAYRUN LEFT - A HOLD PLACED BETWEEN
      *    PAYRUN AND THIS RUN STILL KEEPS THE SALARY OFF THE FILE,
      *    AND THE ROW IS FLAGGED SO THE RELEASE SWEEP PAYS IT LATER.
       DISBURSE-ROW-PARA.
           MOVE PHEMPID  TO WS-CHK-EMPID.
           MOVE PHPERIOD TO WS-CHK-PERIOD.
           PERFORM CHECK-HOLD-PARA.
           IF WS-ONHOLD = "Y"
              IF PHHELD NOT = "Y"
           IF FSHD = "35" OR FSHD = "30"
              CONTINUE
           ELSE
              MOVE WS-CHK-EMPID TO HDEMPID
              READ HOLDFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    END-IF
              END-READ
           END-IF.
           IF WS-ONHOLD = "N"
              PERFORM CHECK-INTEG-PARA.

      *    ANY EXCEPTION OF THE ROW'S OWN PERIOD STILL FLAGGED (NOT
      *    CLEARED) KEEPS IT OFF THE FILE.
       CHECK-INTEG-PARA.
           IF FSIX = "35" OR FSIX = "30"
              CONTINUE
           ELSE
              MOVE WS-CHK-PERIOD TO IXPERIOD
              MOVE WS-CHK-EMPID  TO IXEMPID
              MOVE SPACES   TO IXCHECK
              MOVE "N" TO WS-INTEG-EOF
              START INTEGFILE KEY IS NOT LESS THAN IXKEY
                 INVALID KEY MOVE "Y" TO WS-INTEG-EOF
              END-START
              PERFORM UNTIL WS-INTEG-EOF = "Y"
                 READ INTEGFILE NEXT RECORD
                    AT END MOVE "Y" TO WS-INTEG-EOF
                    NOT AT END
                       IF IXPERIOD NOT = WS-CHK-PERIOD OR
                          IXEMPID NOT = WS-CHK-EMPID
                          MOVE "Y" TO WS-INTEG-EOF
                       ELSE
                          IF IXSTAT = "F"
                             MOVE "Y" TO WS-ONHOLD
                             MOVE "Y" TO WS-INTEG-EOF
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              IF WS-ONHOLD = "Y" AND WS-CHK-PERIOD = WS-PERIOD
                 ADD 1 TO WS-INTEGCNT
              END-IF
           END-IF.

      *    A RELEASE POSTS THE ACCUMULATED HELD AMOUNTS INTO THE NEXT
      *    DISBURSEMENT: EARLIER PERIODS' ROWS STILL FLAGGED HELD
                       MOVE "Y" TO WS-EOF
                    ELSE
                       IF PHHELD = "Y"
                          MOVE PHEMPID  TO WS-CHK-EMPID
                          MOVE PHPERIOD TO WS-CHK-PERIOD
                          PERFORM CHECK-HOLD-PARA
                          IF WS-ONHOLD = "N"
                             MOVE "N" TO PHHELD
                 ADD PHNET TO WS-TOTAMT
           END-READ.

      *    HELD SUPPLEMENTARY ROWS OF EARLIER PERIODS FOLLOW THE SAME
      *    RELEASE RULE AS HELD PAYHIST ROWS.
       SWEEP-HELD-SUPP-PARA.
           IF FSSH = "35" OR FSSH = "30"
              CONTINUE
           ELSE
              MOVE "N" TO WS-EOF
              MOVE ZERO TO SHPERIOD SHRUN
              MOVE SPACES TO SHEMPID
              START SUPPHISTFILE KEY IS NOT LESS THAN SHKEY
                 INVALID KEY MOVE "Y" TO WS-EOF
              END-START
              PERFORM UNTIL WS-EOF = "Y"
                 READ SUPPHISTFILE NEXT RECORD
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF SHPERIOD >= WS-PERIOD
                          MOVE "Y" TO WS-EOF
                       ELSE
                          IF SHHELD = "Y"
                             MOVE SHEMPID  TO WS-CHK-EMPID
                             MOVE SHPERIOD TO WS-CHK-PERIOD
                             PERFORM CHECK-HOLD-PARA
                             IF WS-ONHOLD = "N"
                                MOVE "N" TO SHHELD
                                REWRITE SUPPHISTREC
                                PERFORM WRITE-SUPP-CREDIT-PARA
                                ADD 1 TO WS-RELPAID
                             END-IF
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

      *    ONE SUPPLEMENTARY RUN OF THE PERIOD TO ITS OWN CREDIT FILE.
      *    A RERUN FOR THE SAME RUN NUMBER REWRITES THAT FILE, AS A
      *    RERUN OF THE REGULAR DISBURSEMENT DOES.
       SUPP-DISB-PARA.
           MOVE "Y" TO WS-SUPP-OK.
           OPEN I-O SUPPHISTFILE.
           IF FSSH = "35" OR FSSH = "30"
              DISPLAY "NO SUPPLEMENTARY RUNS ON FILE - RUN SUPPRUN"
                      " FIRST"
              MOVE "N" TO WS-SUPP-OK
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM CHECK-SUPP-RUN-PARA
              IF WS-ONFILE = "N"
                 DISPLAY "RUN " WS-RUN " OF PERIOD " WS-PERIOD
                         " IS NOT ON SUPPHIST"
                 CLOSE SUPPHISTFILE
                 MOVE "N" TO WS-SUPP-OK
                 MOVE 8 TO RETURN-CODE
              ELSE
                 PERFORM SUPP-DISB-FILE-PARA
              END-IF
           END-IF.

       CHECK-SUPP-RUN-PARA.
           MOVE "N" TO WS-ONFILE.
           MOVE WS-PERIOD TO SHPERIOD.
           MOVE WS-RUN    TO SHRUN.
           MOVE SPACES    TO SHEMPID.
           START SUPPHISTFILE KEY IS NOT LESS THAN SHKEY
              INVALID KEY MOVE "10" TO FSSH.
           IF FSSH = "00"
              READ SUPPHISTFILE NEXT RECORD
                 AT END CONTINUE
                 NOT AT END
                    IF SHPERIOD = WS-PERIOD AND SHRUN = WS-RUN
                       MOVE "Y" TO WS-ONFILE
                    END-IF
              END-READ
           END-IF.

       SUPP-DISB-FILE-PARA.
           MOVE SPACES TO WS-DISB-NAME.
           IF WS-RP-FOUND = "Y" AND WS-RP-GEN > ZERO
              STRING "DATA/BANKDISB-" DELIMITED BY SIZE
                     WS-PERIOD DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     WS-RUN DELIMITED BY SIZE
                     "-G" DELIMITED BY SIZE
                     WS-RP-GEN DELIMITED BY SIZE
                     ".DAT" DELIMITED BY SIZE
                INTO WS-DISB-NAME
           ELSE
              STRING "DATA/BANKDISB-" DELIMITED BY SIZE
                     WS-PERIOD DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     WS-RUN DELIMITED BY SIZE
                     ".DAT" DELIMITED BY SIZE
                INTO WS-DISB-NAME
           END-IF.
           PERFORM LOG-START-PARA.
           OPEN INPUT BANKFILE.
           OPEN INPUT HOLDFILE.
           OPEN INPUT INTEGFILE.
           OPEN OUTPUT BANKDISBFILE.
           MOVE "N" TO WS-EOF.
           MOVE WS-PERIOD TO SHPERIOD.
           MOVE WS-RUN    TO SHRUN.
           MOVE SPACES    TO SHEMPID.
           START SUPPHISTFILE KEY IS NOT LESS THAN SHKEY
              INVALID KEY MOVE "Y" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
              READ SUPPHISTFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF SHPERIOD NOT = WS-PERIOD OR SHRUN NOT = WS-RUN
                       MOVE "Y" TO WS-EOF
                    ELSE
                       PERFORM DISBURSE-SUPP-ROW-PARA
                    END-IF
              END-READ
           END-PERFORM.
           PERFORM WRITE-CONTROL-PARA.
           CLOSE SUPPHISTFILE.
           CLOSE BANKFILE.
           CLOSE HOLDFILE.
           CLOSE INTEGFILE.
           CLOSE BANKDISBFILE.
           DISPLAY "SUPPLEMENTARY CREDIT FILE " WS-DISB-NAME.
           DISPLAY "COMPLETE - " WS-COUNT " CREDITS, " WS-NOBANK
                   " WITHOUT BANK DETAILS, " WS-HELDCNT " HELD".
           IF WS-INTEGCNT > ZERO
              DISPLAY WS-INTEGCNT " OF THE HELD ROWS HAVE AN OPEN"
                      " INTEGRITY EXCEPTION - SEE INTEGCLR".

       DISBURSE-SUPP-ROW-PARA.
           MOVE SHEMPID  TO WS-CHK-EMPID.
           MOVE SHPERIOD TO WS-CHK-PERIOD.
           PERFORM CHECK-HOLD-PARA.
           IF WS-ONHOLD = "Y"
              IF SHHELD NOT = "Y"
                 MOVE "Y" TO SHHELD
                 REWRITE SUPPHISTREC
              END-IF
              ADD 1 TO WS-HELDCNT
           ELSE
              IF SHHELD = "Y"
                 MOVE "N" TO SHHELD
                 REWRITE SUPPHISTREC
              END-IF
              PERFORM WRITE-SUPP-CREDIT-PARA
           END-IF.

       WRITE-SUPP-CREDIT-PARA.
           MOVE SHEMPID TO BKEMPID.
           READ BANKFILE
              INVALID KEY
                 ADD 1 TO WS-NOBANK
                 DISPLAY "NO BANK DETAILS FOR " SHEMPID
                         " - PAY MANUALLY"
              NOT INVALID KEY
                 MOVE "D"      TO BDTYPE
                 MOVE BKACCNO  TO BDACCNO
                 MOVE BKIFSC   TO BDIFSC
                 MOVE SHNET    TO BDAMT
                 MOVE SHEMPID  TO BDEMPID
                 MOVE BKMODE   TO BDMODE
                 MOVE SHPERIOD TO BDPERIOD
                 WRITE BANKDISBREC
                 ADD 1 TO WS-COUNT
                 ADD SHNET TO WS-TOTAMT
           END-READ.

       WRITE-CONTROL-PARA.
           MOVE "T"        TO BDTYPE.
           MOVE SPACES     TO BDACCNO.
           MOVE WS-COUNT   TO BDACCNO.
           WRITE BANKDISBREC.

      *    THE RUN PARAMETER FILE DATA/RUNPARM.DAT (LAYOUT IN
      *    MONTHEND) STANDS IN FOR THE CONSOLE PROMPTS WHEN PRESENT.
       READ-RUNPARM-PARA.
           MOVE "N" TO WS-RP-FOUND.
           OPEN INPUT RUNPARMFILE.
           IF FSRP = "00"
              READ RUNPARMFILE INTO WS-RUNPARM
                 AT END CONTINUE
                 NOT AT END MOVE "Y" TO WS-RP-FOUND
              END-READ
              CLOSE RUNPARMFILE
           END-IF.

      *    ONE LINE PER EVENT ON DATA/RUNLOG.DAT - WHEN, WHICH
      *    PROGRAM, THE PERIOD AND OUTPUT GENERATION, WHETHER THE
      *    PARAMETERS CAME FROM THE FILE OR THE CONSOLE, AND WS-RL-TEXT.
       WRITE-RUNLOG-PARA.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE WS-PERIOD TO RL-PERIOD.
           IF WS-RP-FOUND = "Y"
              MOVE WS-RP-GEN TO RL-GEN
              MOVE "PARMFIL" TO RL-SRC
           ELSE
              MOVE ZERO TO RL-GEN
              MOVE "CONSOLE" TO RL-SRC
           END-IF.
           MOVE WS-RL-TEXT TO RL-TEXT.
           OPEN EXTEND RUNLOGFILE.
           IF FSRL = "05" OR FSRL = "35"
              CLOSE RUNLOGFILE
              OPEN OUTPUT RUNLOGFILE.
           WRITE RUNLOGREC FROM WS-RUNLOG-LINE.
           CLOSE RUNLOGFILE.

       END PROGRAM BANKDISB.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATREMIT.

      *    BATCH STATUTORY REMITTANCE SCHEDULES - FOR AN OPERATOR-
      *    SUPPLIED PAY PERIOD (CCYYMM), READS THE PERIOD'S PAYCOMP
      *    ROWS WRITTEN BY PAYRUN AND WRITES THE FOUR MONTHLY
      *    SCHEDULES FILED WITH THE AUTHORITIES, ONE FILE PER SCHEME:
      *    PF (PCPF) TO DATA/PFREMIT.DAT, ESI (PCESI) TO
      *    DATA/ESIREMIT.DAT, PROFESSIONAL TAX (PCPTAX) TO
      *    DATA/PTXREMIT.DAT AND INCOME TAX (PCITAX) TO
      *    DATA/ITXREMIT.DAT. EACH LISTING CARRIES THE EMPLOYEE CODE,
      *    NAME (FROM EMPFILE) AND SCHEME AMOUNT - PLUS THE EMPLOYER
      *    SHARE (PCPFER, PCESIER) ON THE PF AND ESI SCHEDULES - WITH
      *    A GRAND TOTAL LINE PER SCHEME, SO THE REMITTANCE NUMBERS NO
      *    LONGER DEPEND ON A CALCULATOR. THE AMOUNTS ARE THE ONES
      *    PAYRUN ACTUALLY DEDUCTED AT THE STATUTORY RATES, NOT THE
      *    FLAT FIGURES KEYED ON THE PAYMENT MASTER.
      *    WHEN THE RUN PARAMETER FILE DATA/RUNPARM.DAT IS PRESENT
      *    THE PERIOD COMES FROM IT AND THE RUN IS LOGGED ON
      *    DATA/RUNLOG.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYCOMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PCKEY
           FILE STATUS IS FSPC.

           SELECT EMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS4.

           SELECT RUNPARMFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSRP.

           SELECT RUNLOGFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSRL.

       DATA DIVISION.
       FILE SECTION.
       FD PAYCOMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/PAYCOMP.DAT".
       01 PAYCOMPREC.
           02 PCKEY.
              03 PCPERIOD  PIC 9(6).
              03 PCEMPID   PIC X(6).
           02 PCBASIC      PIC 9(6)V99.
           02 PCALLOW      PIC 9(8)V99.
           02 PCPF         PIC 9(6)V99.
           02 PCESI        PIC 9(6)V99.
           02 PCPTAX       PIC 9(6)V99.
           02 PCITAX       PIC 9(6)V99.
           02 PCLOAN       PIC 9(8)V99.
           02 PCOTHD       PIC 9(8)V99.
           02 PCPFER       PIC 9(6)V99.
           02 PCESIER      PIC 9(6)V99.
           02 PCBASIS      PIC X(1).
           02 PCPAYDAYS    PIC 99.
           02 PCMTHDAYS    PIC 99.
           02 PCSUSP       PIC 9(8)V99.
           02 PCSTD        PIC 9(8)V99.

       FD EMPFILE
           LABEL RECORDS ARE STANDARD
       FD PFREMITFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/PFREMIT.DAT".
       01 PFREMITREC          PIC X(64).

       FD ESIREMITFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/ESIREMIT.DAT".
       01 ESIREMITREC         PIC X(64).

       FD PTXREMITFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/PTXREMIT.DAT".
       01 PTXREMITREC         PIC X(64).

       FD ITXREMITFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/ITXREMIT.DAT".
       01 ITXREMITREC         PIC X(64).

       FD RUNPARMFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/RUNPARM.DAT".
       01 RUNPARMREC          PIC X(80).

       FD RUNLOGFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/RUNLOG.DAT".
       01 RUNLOGREC           PIC X(106).

       WORKING-STORAGE SECTION.
       77 FSPC PIC XX.
       77 FSE  PIC XX.
       77 FS1  PIC XX.
       77 FS2  PIC XX.
       77 FS3  PIC XX.
       77 FS4  PIC XX.
       77 WS-EOF      PIC X VALUE "N".
       77 WS-PERIOD   PIC 9(6).
       77 WS-COUNT    PIC 9(6) VALUE ZERO.
       77 WS-PF-TOT   PIC 9(9)V99 VALUE ZERO.
       77 WS-ESI-TOT  PIC 9(9)V99 VALUE ZERO.
       77 WS-PFER-TOT PIC 9(9)V99 VALUE ZERO.
       77 WS-ESIER-TOT PIC 9(9)V99 VALUE ZERO.
       77 WS-PTX-TOT  PIC 9(9)V99 VALUE ZERO.
       77 WS-ITX-TOT  PIC 9(9)V99 VALUE ZERO.

           02 WR-NAME   PIC X(25).
           02 FILLER    PIC X(1) VALUE SPACE.
           02 WR-AMT    PIC Z(6)9.99.
           02 FILLER    PIC X(1) VALUE SPACE.
           02 WR-ERAMT  PIC Z(6)9.99 BLANK WHEN ZERO.
       01 WS-TOTAL-LINE.
           02 FILLER    PIC X(12) VALUE "GRAND TOTAL ".
           02 FILLER    PIC X(20) VALUE SPACES.
           02 WG-AMT    PIC Z(8)9.99.
           02 FILLER    PIC X(1) VALUE SPACE.
           02 WG-ERAMT  PIC Z(8)9.99 BLANK WHEN ZERO.
       77 FSRP  PIC XX.
       77 FSRL  PIC XX.
       77 WS-RP-FOUND PIC X VALUE "N".
       77 WS-RL-TEXT  PIC X(60).
       01 WS-RUNPARM.
           02 WS-RP-PERIOD PIC 9(6).
           02 FILLER       PIC X.
           02 WS-RP-BASIS  PIC X.
           02 FILLER       PIC X.
           02 WS-RP-RERUN  PIC X.
           02 FILLER       PIC X.
           02 WS-RP-RUNNO  PIC 99.
           02 FILLER       PIC X.
           02 WS-RP-TOLPCT PIC 99.
           02 FILLER       PIC X.
           02 WS-RP-GEN    PIC 99.
           02 FILLER       PIC X(61).
       01 WS-RUNLOG-LINE.
           02 RL-DATE      PIC 9(8).
           02 FILLER       PIC X VALUE SPACE.
           02 RL-TIME      PIC 9(8).
           02 FILLER       PIC X VALUE SPACE.
           02 RL-PROG      PIC X(9) VALUE "STATREMIT".
           02 FILLER       PIC X VALUE SPACE.
           02 RL-PERIOD    PIC 9(6).
           02 FILLER       PIC X VALUE SPACE.
           02 RL-GEN       PIC 99.
           02 FILLER       PIC X VALUE SPACE.
           02 RL-SRC       PIC X(7).
           02 FILLER       PIC X VALUE SPACE.
           02 RL-TEXT      PIC X(60).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-RUNPARM-PARA.
           IF WS-RP-FOUND = "Y"
              MOVE WS-RP-PERIOD TO WS-PERIOD
              DISPLAY "PERIOD " WS-PERIOD
                      " FROM THE RUN PARAMETER FILE"
           ELSE
              DISPLAY "ENTER PAY PERIOD (CCYYMM) :"
              ACCEPT WS-PERIOD
           END-IF.
           OPEN INPUT PAYCOMPFILE.
           IF FSPC = "35" OR FSPC = "30"
              DISPLAY "NO PAYCOMP FILE - RUN PAYRUN FIRST"
              MOVE "STOPPED - NO PAY COMPONENT FILE" TO WS-RL-TEXT
              PERFORM WRITE-RUNLOG-PARA
              MOVE 8 TO RETURN-CODE
              GOBACK.
           MOVE "STARTED" TO WS-RL-TEXT.
           PERFORM WRITE-RUNLOG-PARA.
           OPEN INPUT EMPFILE.
           OPEN OUTPUT PFREMITFILE.
           OPEN OUTPUT ESIREMITFILE.
           OPEN OUTPUT PTXREMITFILE.
           OPEN OUTPUT ITXREMITFILE.
           MOVE WS-PERIOD TO PCPERIOD.
           MOVE SPACES TO PCEMPID.
           START PAYCOMPFILE KEY IS NOT LESS THAN PCKEY
              INVALID KEY MOVE "Y" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
              READ PAYCOMPFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF PCPERIOD NOT = WS-PERIOD
                       MOVE "Y" TO WS-EOF
                    ELSE
                       PERFORM WRITE-SCHEDULES-PARA
                    END-IF
              END-READ
           END-PERFORM.
           PERFORM WRITE-TOTALS-PARA.
           CLOSE PAYCOMPFILE.
           CLOSE EMPFILE.
           CLOSE PFREMITFILE.
           CLOSE ESIREMITFILE.
           CLOSE PTXREMITFILE.
           CLOSE ITXREMITFILE.
           DISPLAY "STATUTORY SCHEDULES COMPLETE - " WS-COUNT
                   " EMPLOYEES FOR PERIOD " WS-PERIOD.
           MOVE SPACES TO WS-RL-TEXT.
           STRING "END EMPLOYEES=" DELIMITED BY SIZE
                  WS-COUNT DELIMITED BY SIZE
             INTO WS-RL-TEXT.
           PERFORM WRITE-RUNLOG-PARA.
      *    GOBACK, NOT STOP RUN - STATREMIT CAN RUN AS A MONTHEND STEP.
           GOBACK.

       WRITE-SCHEDULES-PARA.
           MOVE PCEMPID TO EEMPID.
           READ EMPFILE INVALID KEY MOVE SPACES TO EEMPNAME.
           MOVE PCEMPID  TO WR-EMPID.
           MOVE EEMPNAME TO WR-NAME.
           MOVE PCPF TO WR-AMT.
           MOVE PCPFER TO WR-ERAMT.
           MOVE WS-REMIT-LINE TO PFREMITREC.
           WRITE PFREMITREC.
           ADD PCPF TO WS-PF-TOT.
           ADD PCPFER TO WS-PFER-TOT.
           MOVE PCESI TO WR-AMT.
           MOVE PCESIER TO WR-ERAMT.
           MOVE WS-REMIT-LINE TO ESIREMITREC.
           WRITE ESIREMITREC.
           ADD PCESI TO WS-ESI-TOT.
           ADD PCESIER TO WS-ESIER-TOT.
           MOVE ZERO TO WR-ERAMT.
           MOVE PCPTAX TO WR-AMT.
           MOVE WS-REMIT-LINE TO PTXREMITREC.
           WRITE PTXREMITREC.
           ADD PCPTAX TO WS-PTX-TOT.
           MOVE PCITAX TO WR-AMT.
           MOVE WS-REMIT-LINE TO ITXREMITREC.
           WRITE ITXREMITREC.
           ADD PCITAX TO WS-ITX-TOT.
           ADD 1 TO WS-COUNT.

       WRITE-TOTALS-PARA.
           MOVE WS-PF-TOT TO WG-AMT.
           MOVE WS-PFER-TOT TO WG-ERAMT.
           MOVE WS-TOTAL-LINE TO PFREMITREC.
           WRITE PFREMITREC.
           MOVE WS-ESI-TOT TO WG-AMT.
           MOVE WS-ESIER-TOT TO WG-ERAMT.
           MOVE WS-TOTAL-LINE TO ESIREMITREC.
           WRITE ESIREMITREC.
           MOVE ZERO TO WG-ERAMT.
           MOVE WS-PTX-TOT TO WG-AMT.
           MOVE WS-TOTAL-LINE TO PTXREMITREC.
           WRITE PTXREMITREC.
           MOVE WS-TOTAL-LINE TO ITXREMITREC.
           WRITE ITXREMITREC.

      *    THE RUN PARAMETER FILE DATA/RUNPARM.DAT (LAYOUT IN
      *    MONTHEND) STANDS IN FOR THE CONSOLE PROMPTS WHEN PRESENT.
       READ-RUNPARM-PARA.
           MOVE "N" TO WS-RP-FOUND.
           OPEN INPUT RUNPARMFILE.
           IF FSRP = "00"
              READ RUNPARMFILE INTO WS-RUNPARM
                 AT END CONTINUE
                 NOT AT END MOVE "Y" TO WS-RP-FOUND
              END-READ
              CLOSE RUNPARMFILE
           END-IF.

      *    ONE LINE PER EVENT ON DATA/RUNLOG.DAT - WHEN, WHICH
      *    PROGRAM, THE PERIOD AND OUTPUT GENERATION, WHETHER THE
      *    PARAMETERS CAME FROM THE FILE OR THE CONSOLE, AND WS-RL-TEXT.
       WRITE-RUNLOG-PARA.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE WS-PERIOD TO RL-PERIOD.
           IF WS-RP-FOUND = "Y"
              MOVE WS-RP-GEN TO RL-GEN
              MOVE "PARMFIL" TO RL-SRC
           ELSE
              MOVE ZERO TO RL-GEN
              MOVE "CONSOLE" TO RL-SRC
           END-IF.
           MOVE WS-RL-TEXT TO RL-TEXT.
           OPEN EXTEND RUNLOGFILE.
           IF FSRL = "05" OR FSRL = "35"
              CLOSE RUNLOGFILE
              OPEN OUTPUT RUNLOGFILE.
           WRITE RUNLOGREC FROM WS-RUNLOG-LINE.
           CLOSE RUNLOGFILE.

       END PROGRAM STATREMIT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXCALC.

      *    BATCH INCOME TAX COMPUTATION - RUN BEFORE PAYRUN FOR THE
      *    PERIOD. LOADS THE SLAB TABLE FROM DATA/TAXSLAB.DAT
      *    (MAINTAINED IN EMPWRITE) AND PROJECTS EACH EMPLOYEE'S YEAR:
      *    THE GROSS ACTUALLY PAID IN THE EARLIER PERIODS OF THE TAX
      *    YEAR FROM PAYCOMPFILE AND THE SUPPLEMENTARY RUNS OF THOSE
      *    PERIODS ON SUPPHIST (SUPPRUN TAKES NO TAX, SO IT IS TAXED
      *    HERE), PLUS THIS MONTH'S GROSS (BUILT THE WAY PAYRUN'S
      *    COMPUTE-PAYSLIP-PARA BUILDS WS-GROSS) FOR EACH MONTH STILL TO
      *    COME. THE STANDARD DEDUCTION AND THE INVESTMENT DECLARATIONS
      *    ALLOWED (DATA/INVDECL.DAT, KEPT IN INVDECL) COME OFF, THE
      *    SLABS ARE APPLIED PROGRESSIVELY, THE PCITAX ALREADY DEDUCTED
      *    THIS YEAR IS TAKEN OFF AND THE BALANCE IS SPREAD OVER THE
      *    REMAINING MONTHS INTO PITAX ON PAYMENTFILE, SO THE TAX
      *    CORRECTS ITSELF THROUGH THE YEAR INSTEAD OF LANDING AS A LUMP
      *    IN THE LAST MONTH. UP TO THE PROOF CUT-OFF PERIOD A
      *    DECLARATION IS ALLOWED AT THE DECLARED AMOUNT (OR ITS
      *    VERIFIED PROOF); FROM THE CUT-OFF ON ONLY VERIFIED PROOF IS
      *    ALLOWED AND AN UNVERIFIED ONE FALLS TO ZERO, THE EXTRA TAX
      *    BEING RECOVERED OVER THE PERIODS LEFT. WRITES AN OLD VERSUS
      *    NEW TAX LINE PER EMPLOYEE TO DATA/TAXCALC.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORD KEY IS TSSLABNO
           FILE STATUS IS FSTS.

           SELECT PAYCOMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PCKEY
           FILE STATUS IS FSPC.

           SELECT INVDECLFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDKEY
           FILE STATUS IS FSID.

           SELECT SUPPHISTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SHKEY
           FILE STATUS IS FSSH.

           SELECT TAXCALCFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSS.
           02 TSRATE   PIC 99V99.
           02 TSSTDDED PIC 9(6).

       FD PAYCOMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/PAYCOMP.DAT".
       01 PAYCOMPREC.
           02 PCKEY.
              03 PCPERIOD  PIC 9(6).
              03 PCEMPID   PIC X(6).
           02 PCBASIC      PIC 9(6)V99.
           02 PCALLOW      PIC 9(8)V99.
           02 PCPF         PIC 9(6)V99.
           02 PCESI        PIC 9(6)V99.
           02 PCPTAX       PIC 9(6)V99.
           02 PCITAX       PIC 9(6)V99.
           02 PCLOAN       PIC 9(8)V99.
           02 PCOTHD       PIC 9(8)V99.
           02 PCPFER       PIC 9(6)V99.
           02 PCESIER      PIC 9(6)V99.
           02 PCBASIS      PIC X(1).
           02 PCPAYDAYS    PIC 99.
           02 PCMTHDAYS    PIC 99.
           02 PCSUSP       PIC 9(8)V99.
           02 PCSTD        PIC 9(8)V99.

       FD INVDECLFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/INVDECL.DAT".
       01 INVDECLREC.
           02 IDKEY.
              03 IDEMPID   PIC X(6).
              03 IDYEAR    PIC 9(6).
              03 IDSECT    PIC X(6).
           02 IDDECLAMT    PIC 9(8)V99.
           02 IDPROOFAMT   PIC 9(8)V99.
           02 IDVERIFY     PIC X(1).

       FD SUPPHISTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/SUPPHIST.DAT".
       01 SUPPHISTREC.
           02 SHKEY.
              03 SHPERIOD  PIC 9(6).
              03 SHRUN     PIC 99.
              03 SHEMPID   PIC X(6).
           02 SHGROSS      PIC 9(8)V99.
           02 SHDEDUCT     PIC 9(8)V99.
           02 SHNET        PIC 9(8)V99.
           02 SHHELD       PIC X(1).
           02 SHRUNDT      PIC X(10).

       FD TAXCALCFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/TAXCALC.DAT".
           02 TCOLDTAX  PIC Z(6)9.99.
           02 FILLER    PIC X(1) VALUE SPACE.
           02 TCNEWTAX  PIC Z(6)9.99.
           02 FILLER    PIC X(1) VALUE SPACE.
           02 TCYTDTAX  PIC Z(7)9.99.
           02 FILLER    PIC X(1) VALUE SPACE.
           02 TCDEDUCT  PIC Z(7)9.99.

       WORKING-STORAGE SECTION.
       77 FSP   PIC XX.
       77 FSTS  PIC XX.
       77 FSPC  PIC XX.
       77 FSID  PIC XX.
       77 FSSH  PIC XX.
       77 FSS   PIC XX.
       77 WS-EOF      PIC X VALUE "N".
       77 WS-DECL-EOF PIC X.
       77 WS-PERIOD   PIC 9(6).
       77 WS-STARTPER PIC 9(6).
       77 WS-CUTOFF   PIC 9(6).
       77 WS-YY       PIC 9(4).
       77 WS-MM       PIC 99.
       77 WS-FROM-MONTHS PIC 9(6).
       77 WS-PER-MONTHS  PIC 9(6).
       77 WS-CUT-MONTHS  PIC 9(6).
       77 WS-M        PIC 9(6).
       77 WS-REMAIN   PIC 99.
       77 WS-PROOF-ONLY PIC X.
       77 WS-YTD-GROSS PIC 9(9)V99.
       77 WS-YTD-TAX  PIC 9(8)V99.
       77 WS-YTD-PER  PIC 9(6).
       77 WS-SUPP-EOF PIC X.
       77 WS-DEDALLOW PIC 9(9)V99.
       77 WS-BALTAX   PIC S9(9)V99.
       77 WS-SLAB-EOF PIC X VALUE "N".
       77 WS-COUNT    PIC 9(6) VALUE ZERO.
       77 WS-GROSS    PIC 9(8)V99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "ENTER PAY PERIOD (CCYYMM)            :".
           ACCEPT WS-PERIOD.
           DISPLAY "ENTER TAX YEAR START PERIOD (CCYYMM) :".
           ACCEPT WS-STARTPER.
           DISPLAY "ENTER PROOF CUT-OFF PERIOD (CCYYMM)  :".
           ACCEPT WS-CUTOFF.
           PERFORM SET-YEAR-PARA.
           OPEN INPUT TAXSLABFILE.
           IF FSTS = "35"
              DISPLAY "NO TAX SLAB TABLE - SET IT UP IN EMPWRITE"
              DISPLAY "CANNOT OPEN PAYMENTFILE - STATUS " FSP
                      " - RETRY WHEN THE ONLINE SIDE IS FREE"
              STOP RUN.
           OPEN INPUT PAYCOMPFILE.
           OPEN INPUT INVDECLFILE.
           OPEN INPUT SUPPHISTFILE.
           OPEN OUTPUT TAXCALCFILE.
           PERFORM UNTIL WS-EOF = "Y"
              READ PAYMENTFILE NEXT RECORD WITH LOCK
              END-IF
           END-PERFORM.
           CLOSE PAYMENTFILE.
           IF FSPC NOT = "35"
              CLOSE PAYCOMPFILE.
           IF FSID NOT = "35"
              CLOSE INVDECLFILE.
           IF FSSH NOT = "35"
              CLOSE SUPPHISTFILE.
           CLOSE TAXCALCFILE.
           DISPLAY "TAX COMPUTATION COMPLETE - " WS-COUNT
                   " EMPLOYEES".
           STOP RUN.

      *    THE PERIOD MUST FALL IN THE TWELVE MONTHS FROM THE YEAR
      *    START. A CUT-OFF OUTSIDE THE YEAR (OR NONE KEYED) DEFAULTS
      *    TO THE TENTH MONTH OF THE YEAR, LEAVING THREE PERIODS TO
      *    RECOVER ANY TAX ON DECLARATIONS NEVER PROVED.
       SET-YEAR-PARA.
           MOVE WS-STARTPER (1:4) TO WS-YY.
           MOVE WS-STARTPER (5:2) TO WS-MM.
           COMPUTE WS-FROM-MONTHS = WS-YY * 12 + WS-MM.
           MOVE WS-PERIOD (1:4) TO WS-YY.
           MOVE WS-PERIOD (5:2) TO WS-MM.
           COMPUTE WS-PER-MONTHS = WS-YY * 12 + WS-MM.
           IF WS-STARTPER (5:2) < "01" OR WS-STARTPER (5:2) > "12" OR
              WS-PERIOD (5:2) < "01" OR WS-PERIOD (5:2) > "12" OR
              WS-PER-MONTHS < WS-FROM-MONTHS OR
              WS-PER-MONTHS > WS-FROM-MONTHS + 11
              DISPLAY "PAY PERIOD " WS-PERIOD " IS NOT IN THE TAX"
                      " YEAR STARTING " WS-STARTPER
              STOP RUN.
           COMPUTE WS-REMAIN = WS-FROM-MONTHS + 12 - WS-PER-MONTHS.
           MOVE WS-CUTOFF (1:4) TO WS-YY.
           MOVE WS-CUTOFF (5:2) TO WS-MM.
           COMPUTE WS-CUT-MONTHS = WS-YY * 12 + WS-MM.
           IF WS-CUTOFF (5:2) < "01" OR WS-CUTOFF (5:2) > "12" OR
              WS-CUT-MONTHS < WS-FROM-MONTHS OR
              WS-CUT-MONTHS > WS-FROM-MONTHS + 11
              COMPUTE WS-CUT-MONTHS = WS-FROM-MONTHS + 9
              COMPUTE WS-YY = (WS-CUT-MONTHS - 1) / 12
              COMPUTE WS-MM = WS-CUT-MONTHS - WS-YY * 12
              COMPUTE WS-CUTOFF = WS-YY * 100 + WS-MM
              DISPLAY "PROOF CUT-OFF TAKEN AS " WS-CUTOFF.
           IF WS-PER-MONTHS < WS-CUT-MONTHS
              MOVE "N" TO WS-PROOF-ONLY
           ELSE
              MOVE "Y" TO WS-PROOF-ONLY.

       LOAD-SLABS-PARA.
           PERFORM UNTIL WS-SLAB-EOF = "Y"
              READ TAXSLABFILE NEXT RECORD
              PTECHJR + PLUNCHA + PCONVEY + PBUSATR + PLTA + PGRTY +
              PPERINC + PMEDI + PBOOK + PENTER + PTPH + PHOUSE +
              PVEHMAN + PCREDIT + PCLUB.
           PERFORM GET-YTD-PARA.
           PERFORM GET-DECL-PARA.
           COMPUTE WS-ANNUAL = WS-YTD-GROSS + WS-GROSS * WS-REMAIN.
           COMPUTE WS-TAXABLE = WS-ANNUAL - WS-STDDED - WS-DEDALLOW.
           IF WS-TAXABLE < ZERO
              MOVE ZERO TO WS-TAXABLE.
           MOVE ZERO TO WS-ANNTAX.
           PERFORM APPLY-SLAB-PARA
              VARYING SL-IDX FROM 1 BY 1 UNTIL SL-IDX > SL-TOP.
      *    TAX ALREADY DEDUCTED BEYOND THE YEAR'S LIABILITY IS NOT
      *    REFUNDED THROUGH PAYROLL - NOTHING MORE IS DEDUCTED.
           COMPUTE WS-BALTAX = WS-ANNTAX - WS-YTD-TAX.
           IF WS-BALTAX > ZERO
              COMPUTE WS-NEWTAX ROUNDED = WS-BALTAX / WS-REMAIN
           ELSE
              MOVE ZERO TO WS-NEWTAX.
           MOVE PEMPID   TO TCEMPID.
           MOVE WS-ANNUAL TO TCANNUAL.
           MOVE PITAX    TO TCOLDTAX.
           MOVE WS-NEWTAX TO TCNEWTAX.
           MOVE WS-YTD-TAX TO TCYTDTAX.
           MOVE WS-DEDALLOW TO TCDEDUCT.
           WRITE TAXCALCREC.
           MOVE WS-NEWTAX TO PITAX.
           REWRITE PAYMENTREC.
           ADD 1 TO WS-COUNT.

      *    GROSS PAID AND TAX DEDUCTED IN THE PERIODS OF THE TAX YEAR
      *    BEFORE THIS ONE, AS PAYRUN RECORDED THEM ON PAYCOMPFILE,
      *    WITH THE GROSS OF ANY SUPPLEMENTARY RUN IN THOSE PERIODS.
       GET-YTD-PARA.
           MOVE ZERO TO WS-YTD-GROSS WS-YTD-TAX.
           IF FSPC NOT = "35"
              PERFORM GET-YTD-MONTH-PARA
                 VARYING WS-M FROM WS-FROM-MONTHS BY 1
                 UNTIL WS-M NOT < WS-PER-MONTHS
           END-IF.

       GET-YTD-MONTH-PARA.
           COMPUTE WS-YY = (WS-M - 1) / 12.
           COMPUTE WS-MM = WS-M - WS-YY * 12.
           COMPUTE WS-YTD-PER = WS-YY * 100 + WS-MM.
           MOVE WS-YTD-PER TO PCPERIOD.
           MOVE PEMPID TO PCEMPID.
           READ PAYCOMPFILE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 ADD PCBASIC PCALLOW TO WS-YTD-GROSS
                 ADD PCITAX TO WS-YTD-TAX
           END-READ.
           IF FSSH NOT = "35"
              PERFORM GET-YTD-SUPP-PARA.

      *    SUPPHIST IS KEYED PERIOD, RUN, EMPLOYEE - EVERY RUN OF THE
      *    PERIOD IS READ FOR THE EMPLOYEE'S ROWS.
       GET-YTD-SUPP-PARA.
           MOVE "N" TO WS-SUPP-EOF.
           MOVE WS-YTD-PER TO SHPERIOD.
           MOVE ZERO       TO SHRUN.
           MOVE SPACES     TO SHEMPID.
           START SUPPHISTFILE KEY IS NOT LESS THAN SHKEY
              INVALID KEY MOVE "Y" TO WS-SUPP-EOF
           END-START.
           PERFORM UNTIL WS-SUPP-EOF = "Y"
              READ SUPPHISTFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-SUPP-EOF
                 NOT AT END
                    IF SHPERIOD NOT = WS-YTD-PER
                       MOVE "Y" TO WS-SUPP-EOF
                    ELSE
                       IF SHEMPID = PEMPID
                          ADD SHGROSS TO WS-YTD-GROSS
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       GET-DECL-PARA.
           MOVE ZERO TO WS-DEDALLOW.
           IF FSID NOT = "35"
              MOVE PEMPID      TO IDEMPID
              MOVE WS-STARTPER TO IDYEAR
              MOVE LOW-VALUES  TO IDSECT
              MOVE "N" TO WS-DECL-EOF
              START INVDECLFILE KEY IS NOT LESS THAN IDKEY
                 INVALID KEY MOVE "Y" TO WS-DECL-EOF
              END-START
              PERFORM UNTIL WS-DECL-EOF = "Y"
                 READ INVDECLFILE NEXT RECORD
                    AT END MOVE "Y" TO WS-DECL-EOF
                    NOT AT END
                       IF IDEMPID = PEMPID AND IDYEAR = WS-STARTPER
                          PERFORM ALLOW-DECL-PARA
                       ELSE
                          MOVE "Y" TO WS-DECL-EOF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

      *    VERIFIED PROOF IS ALWAYS ALLOWED. AN UNVERIFIED
      *    DECLARATION COUNTS AT ITS DECLARED AMOUNT ONLY UNTIL THE
      *    PROOF CUT-OFF.
       ALLOW-DECL-PARA.
           IF IDVERIFY = "Y"
              ADD IDPROOFAMT TO WS-DEDALLOW
           ELSE
              IF WS-PROOF-ONLY = "N"
                 ADD IDDECLAMT TO WS-DEDALLOW
              END-IF
           END-IF.

      *    A SLAB KEYED WITH INCOME-TO OF ZERO IS OPEN-ENDED (THE
      *    "AND ABOVE" BAND), SO THE WHOLE EXCESS OVER INCOME-FROM IS
      *    TAXED AT ITS RATE.
      *    THE UNUSED BALANCE FORWARD ON TOP OF THE ENTITLEMENT UP TO
      *    THE CARRY CAP. WRITES A CARRY-FORWARD LINE PER ROW TO
      *    DATA/LEAVECF.DAT. A NEXT-YEAR ROW ALREADY ON FILE IS LEFT
      *    ALONE SO THE RUN CAN BE REPEATED SAFELY. CO (COMP-OFF)
      *    CARRIES ONLY THE CREDITS ON DATA/COMPOFF.DAT STILL UNUSED
      *    AND NOT EXPIRED AT THE START OF THE NEW YEAR; ITS NEXT-YEAR
      *    ROW MAY ALREADY HOLD CREDITS CONFIRMED IN THE NEW YEAR, SO
      *    THE CARRIED PART IS SET ON TOP OF THOSE RATHER THAN SKIPPED
      *    (A REPEATED RUN SETS THE SAME FIGURE AGAIN).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORD KEY IS LBKEY
           FILE STATUS IS FSLB.

           SELECT COMPOFFFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COKEY
           FILE STATUS IS FSCO.

           SELECT LEAVECFFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSS.
           02 LBTAKEN      PIC 999.
           02 LBREMAIN     PIC 999.

       FD COMPOFFFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/COMPOFF.DAT".
       01 COMPOFFREC.
           02 COKEY.
              03 COEMPID   PIC X(6).
              03 CODATE    PIC X(10).
           02 COBRNID      PIC X(6).
           02 COIN         PIC X(5).
           02 COOUT        PIC X(5).
           02 COSTAT       PIC X(1).
           02 COCONFBY     PIC X(8).
           02 COCONFDT     PIC X(10).
           02 COEXPDT      PIC X(10).
           02 COCLRDT      PIC X(10).
           02 COLRSEQ      PIC 9(4).

       FD LEAVECFFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/LEAVECF.DAT".
       WORKING-STORAGE SECTION.
       77 FSLB  PIC XX.
       77 FSS   PIC XX.
       77 FSCO  PIC XX.
       77 WS-EOF     PIC X VALUE "N".
       77 WS-YEAR    PIC 9(4).
       77 WS-NEXTYR  PIC 9(4).
       77 WS-SL-ENT  PIC 999 VALUE 12.
       77 WS-PL-ENT  PIC 999 VALUE 15.
       77 WS-PL-CAP  PIC 999 VALUE 30.
       77 WS-CO-EOF  PIC X.
       77 WS-CO-NEW  PIC 999.
       77 WS-NEWYR-START PIC X(10).
       77 WS-REMAIN  PIC S9(4).
       01 WS-OLD-ROW.
           02 WO-EMPID  PIC X(6).
           02 WO-CAT    PIC X(3).
              DISPLAY "NO LEAVE BALANCE FILE - NOTHING TO DO"
              STOP RUN.
           OPEN OUTPUT LEAVECFFILE.
           OPEN INPUT COMPOFFFILE.
           MOVE SPACES TO WS-NEWYR-START.
           STRING WS-NEXTYR "-01-01" DELIMITED BY SIZE
              INTO WS-NEWYR-START.
           PERFORM UNTIL WS-EOF = "Y"
              READ LEAVEBALFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-EOF
           END-PERFORM.
           CLOSE LEAVEBALFILE.
           CLOSE LEAVECFFILE.
           CLOSE COMPOFFFILE.
           DISPLAY "LEAVE CARRY-FORWARD COMPLETE - " WS-COUNT
                   " ROWS OPENED FOR " WS-NEXTYR.
           STOP RUN.
           MOVE LBEMPID  TO WO-EMPID.
           MOVE LBCAT    TO WO-CAT.
           MOVE LBREMAIN TO WO-REMAIN.
           IF LBCAT = "CO "
              PERFORM CARRY-CO-PARA
           ELSE
              IF LBCAT = "PL "
                 COMPUTE WS-NEWOPEN = WS-PL-ENT + WO-REMAIN
                 IF WS-NEWOPEN > WS-PL-CAP
                    MOVE WS-PL-CAP TO WS-NEWOPEN
                 END-IF
                 MOVE "CARRIED" TO CFACTION
              ELSE
                 IF LBCAT = "SL "
                    MOVE WS-SL-ENT TO WS-NEWOPEN
                 ELSE
                    MOVE WS-CL-ENT TO WS-NEWOPEN
                 END-IF
                 MOVE "LAPSED" TO CFACTION
              END-IF
              MOVE WO-EMPID  TO LBEMPID
              MOVE WS-NEXTYR TO LBYEAR
              MOVE WO-CAT    TO LBCAT
              MOVE WS-NEWOPEN TO LBOPEN
              MOVE ZERO      TO LBTAKEN
              MOVE WS-NEWOPEN TO LBREMAIN
              WRITE LEAVEBALREC
                 INVALID KEY
                    MOVE "ON FILE" TO CFACTION
              END-WRITE
           END-IF.
           MOVE WO-EMPID   TO CFEMPID.
           MOVE WO-CAT     TO CFCAT.
           MOVE WO-REMAIN  TO CFOLDREM.
           START LEAVEBALFILE KEY IS GREATER THAN LBKEY
              INVALID KEY MOVE "Y" TO WS-EOF.

      *    THE NEW YEAR'S CO OPENING IS EVERY CREDIT CONFIRMED UP TO
      *    THE OLD YEAR THAT IS STILL UNUSED AND EXPIRES IN THE NEW
      *    YEAR OR LATER (CARRIED), PLUS THE CREDITS ALREADY CONFIRMED
      *    IN THE NEW YEAR AND POSTED TO ITS ROW BY LEAVAPPR.
       CARRY-CO-PARA.
           MOVE ZERO TO WS-NEWOPEN WS-CO-NEW.
           MOVE "N" TO WS-CO-EOF.
           IF FSCO = "35" OR FSCO = "30"
              MOVE "Y" TO WS-CO-EOF
           ELSE
              MOVE WO-EMPID TO COEMPID
              MOVE LOW-VALUES TO CODATE
              START COMPOFFFILE KEY IS NOT LESS THAN COKEY
                 INVALID KEY MOVE "Y" TO WS-CO-EOF
              END-START
           END-IF.
           PERFORM UNTIL WS-CO-EOF = "Y"
              READ COMPOFFFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-CO-EOF
                 NOT AT END
                    IF COEMPID NOT = WO-EMPID
                       MOVE "Y" TO WS-CO-EOF
                    ELSE
                       IF COSTAT = "C" AND
                          COCONFDT (1:4) NOT > WS-YEAR AND
                          COEXPDT NOT < WS-NEWYR-START
                          ADD 1 TO WS-NEWOPEN
                       END-IF
                       IF (COSTAT = "C" OR COSTAT = "A" OR
                           COSTAT = "L") AND
                          COCONFDT (1:4) = WS-NEXTYR
                          ADD 1 TO WS-CO-NEW
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           MOVE "CO TO EXPIRY" TO CFACTION.
           MOVE WO-EMPID  TO LBEMPID.
           MOVE WS-NEXTYR TO LBYEAR.
           MOVE WO-CAT    TO LBCAT.
           READ LEAVEBALFILE
              INVALID KEY
                 COMPUTE LBOPEN = WS-NEWOPEN + WS-CO-NEW
                 MOVE ZERO TO LBTAKEN
                 MOVE LBOPEN TO LBREMAIN
                 WRITE LEAVEBALREC
                    INVALID KEY CONTINUE
                 END-WRITE
              NOT INVALID KEY
                 COMPUTE WS-REMAIN = LBREMAIN + WS-NEWOPEN +
                    WS-CO-NEW - LBOPEN
                 IF WS-REMAIN < ZERO
                    MOVE ZERO TO WS-REMAIN
                 END-IF
                 COMPUTE LBOPEN = WS-NEWOPEN + WS-CO-NEW
                 MOVE WS-REMAIN TO LBREMAIN
                 REWRITE LEAVEBALREC
                    INVALID KEY CONTINUE
                 END-REWRITE
           END-READ.

       END PROGRAM LEAVECF.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPSEP.

      *    EMPLOYEE SEPARATION AND FINAL SETTLEMENT - RECORDS THE
      *    SEPARATION (EMPLOYEE, LAST WORKING DAY, REASON) ON
      *    DATA/SEPARATE.DAT AND COMPUTES THE FINAL SETTLEMENT: PAY
      *    FOR THE DAYS OF THE LAST MONTH UP TO THE LAST WORKING DAY
      *    THAT NO PAY RUN HAS PAID (OR A RECOVERY OF DAYS PAID
      *    BEYOND IT), GRATUITY (PGRTY), ENCASHMENT OF
      *    UNUSED PL FROM LEAVEBALFILE AT ONE THIRTIETH OF BASIC PER
      *    DAY, LESS RECOVERY OF EVERY OUTSTANDING LNBAL ON LOANFILE
      *    AND OF EVERY COMPANY ASSET STILL UNRETURNED ON THE ASSET
      *    REGISTER DATA/ASSET.DAT (SEE ASSETREG) AT BOOK VALUE.
      *    WRITES A SETTLEMENT LINE TO DATA/SETTLE.DAT. EMPLOYEES ON
      *    SEPARATE.DAT ARE PAID BY PAYRUN UP TO THEIR LAST WORKING
      *    DAY AND EXCLUDED FROM LATER PAYRUN AND PAYPRINT PERIODS,
      *    AND FROM EMPEXPORT AND HCROLL, WHILE THEIR HISTORY STAYS
      *    READABLE IN EMPREAD. THE LAST MONTH IS SETTLED AGAINST THE
      *    DAYS AND BASIS PAYRUN RECORDED ON PAYCOMP FOR THAT PERIOD;
      *    IF THAT PERIOD HAS NOT BEEN RUN YET, THE PAY RUN PAYS THE
      *    DAYS AND THE SETTLEMENT CARRIES NONE.
      *    UNLIKE EMPDELETE, NOTHING IS ERASED.
      *    THE OPERATOR ALSO SAYS WHETHER THE EMPLOYEE MAY BE TAKEN
      *    BACK. A SEPARATION MARKED NOT ELIGIBLE FOR REHIRE HAS ITS
      *    SPREASON PREFIXED "NE-" (THE REASON TEXT IS CUT TO FIT);
      *    REHIRE REFUSES SUCH A CODE. EARLIER SEPARATIONS, WITHOUT
      *    THE PREFIX, COUNT AS ELIGIBLE.
      *    EMPLOYEES WHOSE RETIREMENT OR CONTRACT END HAS ARRIVED ARE
      *    QUEUED ON DATA/SEPQUEUE.DAT BY SEPFCST. A BLANK EMPLOYEE
      *    CODE LISTS THE PENDING QUEUE; FOR A QUEUED EMPLOYEE THE
      *    DUE DATE AND REASON ARE OFFERED AS DEFAULTS, AND THE ENTRY
      *    IS MARKED DONE ONCE THE SEPARATION IS RECORDED.
      *    THE MEMBER'S PF BALANCE ON DATA/PFLEDGER.DAT IS SHOWN AND
      *    CLOSED AS AT THE LAST WORKING DAY: CONTRIBUTIONS POSTED SO
      *    FAR LESS ADVANCES, WITH INTEREST ON THE MONTHLY RUNNING
      *    BALANCES UP TO THAT MONTH AT THE RATE DECLARED FOR THE LAST
      *    CLOSED PF YEAR (A PREVIOUS YEAR NOT YET CLOSED BY PFCLOSE IS
      *    SETTLED WITH IT). THE ROW IS MARKED SETTLED FOR PAYMENT FROM
      *    THE TRUST; IT IS NOT PART OF THE NET SETTLEMENT ABOVE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORD KEY IS SPEMPID
           FILE STATUS IS FSSP.

           SELECT SEPQUEUEFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SQEMPID
           FILE STATUS IS FSSQ.

           SELECT PFLEDGERFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PFLKEY
           FILE STATUS IS FSPF.

           SELECT PAYMENTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASKEY
           FILE STATUS IS FSAS.

           SELECT PAYCOMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PCKEY
           FILE STATUS IS FSPC.

           SELECT PAYHISTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PHKEY
           FILE STATUS IS FSH.

           SELECT HOLIDAYFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HOLKEY
           FILE STATUS IS FSHO.

           SELECT SETTLEFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSS.
           02 ASISSDT      PIC X(10).
           02 ASRETDT      PIC X(10).

       FD PAYCOMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/PAYCOMP.DAT".
       01 PAYCOMPREC.
           02 PCKEY.
              03 PCPERIOD  PIC 9(6).
              03 PCEMPID   PIC X(6).
           02 PCBASIC      PIC 9(6)V99.
           02 PCALLOW      PIC 9(8)V99.
           02 PCPF         PIC 9(6)V99.
           02 PCESI        PIC 9(6)V99.
           02 PCPTAX       PIC 9(6)V99.
           02 PCITAX       PIC 9(6)V99.
           02 PCLOAN       PIC 9(8)V99.
           02 PCOTHD       PIC 9(8)V99.
           02 PCPFER       PIC 9(6)V99.
           02 PCESIER      PIC 9(6)V99.
           02 PCBASIS      PIC X(1).
           02 PCPAYDAYS    PIC 99.
           02 PCMTHDAYS    PIC 99.
           02 PCSUSP       PIC 9(8)V99.
           02 PCSTD        PIC 9(8)V99.

       FD PAYHISTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/PAYHIST.DAT".
       01 PAYHISTREC.
           02 PHKEY.
              03 PHPERIOD  PIC 9(6).
              03 PHEMPID   PIC X(6).
           02 PHGROSS      PIC 9(8)V99.
           02 PHDEDUCT     PIC 9(8)V99.
           02 PHNET        PIC 9(8)V99.
           02 PHFINAL      PIC X(1).
           02 PHPAID       PIC X(1).
           02 PHHELD       PIC X(1).

       FD HOLIDAYFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/HOLIDAY.DAT".
       01 HOLIDAYREC.
           02 HOLKEY.
              03 HOLDATE   PIC X(10).
              03 HOLBRNID  PIC X(6).
           02 HOLDESC      PIC X(25).

       FD SEPQUEUEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/SEPQUEUE.DAT".
       01 SEPQUEUEREC.
           02 SQEMPID   PIC X(6).
           02 SQDATE    PIC X(10).
           02 SQTYPE    PIC X(1).
           02 SQSTAT    PIC X(1).
           02 SQQUEDT   PIC X(10).

       FD PFLEDGERFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/PFLEDGER.DAT".
       01 PFLEDGERREC.
           02 PFLKEY.
              03 PFLEMPID  PIC X(6).
              03 PFLYEAR   PIC 9(4).
           02 PFLOPEN      PIC 9(9)V99.
           02 PFLMONTH OCCURS 12 TIMES.
              03 PFLEE     PIC 9(6)V99.
              03 PFLER     PIC 9(6)V99.
              03 PFLADV    PIC 9(7)V99.
           02 PFLRATE      PIC 99V99.
           02 PFLINT       PIC 9(8)V99.
           02 PFLCLOSE     PIC 9(9)V99.
           02 PFLSTAT      PIC X(1).
           02 PFLSTDT      PIC X(10).

       FD SETTLEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/SETTLE.DAT".
           02 FILLER    PIC X(1) VALUE SPACE.
           02 STLWD     PIC X(10).
           02 FILLER    PIC X(1) VALUE SPACE.
           02 STGROSS   PIC -(7)9.99.
           02 FILLER    PIC X(1) VALUE SPACE.
           02 STGRTY    PIC Z(6)9.99.
           02 FILLER    PIC X(1) VALUE SPACE.
       77 FSLB  PIC XX.
       77 FSLN  PIC XX.
       77 FSAS  PIC XX.
       77 FSPC  PIC XX.
       77 FSH   PIC XX.
       77 FSHO  PIC XX.
       77 FSS   PIC XX.
       77 FSSQ  PIC XX.
       77 WS-GROSS    PIC S9(8)V99 VALUE ZERO.
       77 WS-FIXED    PIC 9(8)V99 VALUE ZERO.
       77 WS-LWD-PER  PIC 9(6).
       77 WS-COMP-FOUND PIC X.
       77 WS-RUN-DONE PIC X.
       77 WS-BASIS    PIC X.
       77 WS-FROM-DD  PIC 99.
       77 WS-TO-DD    PIC 99.
       77 WS-EARNDAYS PIC 99.
       77 WS-PAIDDAYS PIC 99.
       77 WS-MTHDAYS  PIC 99.
       77 WS-UNPAID   PIC S99.
       77 WS-UNPAID-ED PIC -Z9.
       77 WS-WORKDAYS PIC 99.
       77 WS-CCYY     PIC 9(4).
       77 WS-MM       PIC 99.
       77 WS-MAXDD    PIC 99.
       77 WS-FM-NUM   PIC 9(8).
       77 WS-TO-NUM   PIC 9(8).
       77 WS-INT-FM   PIC 9(8).
       77 WS-INT-TO   PIC 9(8).
       77 WS-INT-I    PIC 9(8).
       77 WS-DOW      PIC 9.
       77 WS-DOI-NUM  PIC 9(8).
       77 WS-CAL-DATE PIC X(10).
       77 WS-HOLIDAY  PIC X.
       77 WS-EDOJ     PIC X(10).
       77 WS-EBRNID   PIC X(6).
       77 WS-GRTY     PIC 9(6)V99 VALUE ZERO.
       77 WS-BASIC    PIC 9(6)V99 VALUE ZERO.
       77 WS-PLDAYS   PIC 999 VALUE ZERO.
       77 WS-ENCASH   PIC 9(7)V99 VALUE ZERO.
       77 WS-LOANREC  PIC 9(8)V99 VALUE ZERO.
       77 WS-ASSETREC PIC 9(8)V99 VALUE ZERO.
       77 WS-ASSETCNT PIC 9(3) VALUE ZERO.
       77 WS-NET      PIC S9(9)V99 VALUE ZERO.
       77 WS-LOAN-EOF PIC X VALUE "N".
       77 WS-ASSET-EOF PIC X VALUE "N".
       77 WS-REHIRE-OK PIC X VALUE "Y".
       77 WS-REASON   PIC X(20).
       77 WS-QUEUED   PIC X VALUE "N".
       77 WS-SQ-EOF   PIC X VALUE "N".
       77 WS-SQ-COUNT PIC 9(4) VALUE ZERO.
       77 WS-SQ-TYPE  PIC X(12).
       77 WS-SQ-DATE  PIC X(10).
       77 FSPF   PIC XX.
       77 WS-PF-START-MM PIC 99 VALUE 4.
       77 WS-PF-PERIOD  PIC 9(6).
       77 WS-PF-EMPID   PIC X(6).
       77 WS-PF-YEAR    PIC 9(4).
       77 WS-PF-SLOT    PIC 99.
       77 WS-PF-M       PIC 99.
       77 WS-PF-UPTO    PIC 99.
       77 WS-PF-RATE    PIC 99V99.
       77 WS-PF-BAL     PIC S9(9)V99.
       77 WS-PF-PRODUCT PIC S9(11)V99.
       77 WS-PF-INT     PIC 9(8)V99.
       77 WS-PF-CONTRIB PIC 9(9)V99.
       77 WS-PF-ADVTOT  PIC 9(9)V99.
       77 WS-PF-PRIOR   PIC 9(9)V99.
       77 WS-PF-PERX    PIC X(6).
       77 WS-PF-PREVOPN PIC X.
       77 WS-PF-CARRY   PIC 9(9)V99.
       77 WS-PF-ED      PIC Z(10)9.99.
       77 WS-PF-RATE-ED PIC Z9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "ENTER EMPLOYEE CODE TO SEPARATE    :".
           ACCEPT SPEMPID.
           IF SPEMPID = SPACES
              PERFORM LIST-QUEUE-PARA
              STOP RUN.
           OPEN INPUT EMPFILE.
           MOVE SPEMPID TO EEMPID.
           READ EMPFILE
                 CLOSE EMPFILE
                 STOP RUN
           END-READ.
           MOVE EDOJ   TO WS-EDOJ.
           MOVE EBRNID TO WS-EBRNID.
           CLOSE EMPFILE.
           PERFORM CHECK-QUEUE-PARA.
           DISPLAY "ENTER LAST WORKING DAY (CCYY-MM-DD):".
           ACCEPT SPLWD.
           IF SPLWD = SPACES AND WS-QUEUED = "Y"
              MOVE WS-SQ-DATE TO SPLWD.
           DISPLAY "ENTER REASON                       :".
           ACCEPT SPREASON.
           IF SPREASON = SPACES AND WS-QUEUED = "Y"
              MOVE WS-SQ-TYPE TO SPREASON.
           DISPLAY "ELIGIBLE FOR REHIRE (Y/N)          :".
           ACCEPT WS-REHIRE-OK.
           IF WS-REHIRE-OK = "n"
              MOVE "N" TO WS-REHIRE-OK.
           IF WS-REHIRE-OK = "N"
              MOVE SPREASON TO WS-REASON
              MOVE SPACES TO SPREASON
              STRING "NE-" DELIMITED BY SIZE
                     WS-REASON DELIMITED BY SIZE
                INTO SPREASON
           END-IF.
           OPEN I-O SEPARATEFILE.
           IF FSSP = 30
              OPEN OUTPUT SEPARATEFILE.
                 STOP RUN
           END-WRITE.
           CLOSE SEPARATEFILE.
           IF WS-QUEUED = "Y"
              PERFORM CLEAR-QUEUE-PARA.
           PERFORM COMPUTE-SETTLEMENT-PARA.
           PERFORM WRITE-SETTLEMENT-PARA.
           MOVE WS-UNPAID TO WS-UNPAID-ED.
           DISPLAY "LAST MONTH SETTLED FOR " WS-UNPAID-ED
                   " UNPAID DAY(S)".
           DISPLAY "SEPARATION RECORDED FOR " SPEMPID
                   " - NET SETTLEMENT " STNET.
           PERFORM PF-SETTLE-PARA.
           STOP RUN.

      *    A PENDING QUEUE ENTRY SUPPLIES THE DEFAULT LAST WORKING
      *    DAY AND REASON (ENTER ACCEPTS THEM). THEY ARE KEPT IN
      *    WORKING STORAGE - THE RECORD AREA IS GONE ONCE THE QUEUE
      *    IS CLOSED.
       CHECK-QUEUE-PARA.
           MOVE "N" TO WS-QUEUED.
           OPEN INPUT SEPQUEUEFILE.
           IF FSSQ = "35" OR FSSQ = "30"
              CONTINUE
           ELSE
              MOVE SPEMPID TO SQEMPID
              READ SEPQUEUEFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF SQSTAT = "P"
                       MOVE "Y" TO WS-QUEUED
                       MOVE SQDATE TO WS-SQ-DATE
                       IF SQTYPE = "R"
                          MOVE "RETIREMENT" TO WS-SQ-TYPE
                       ELSE
                          MOVE "CONTRACT END" TO WS-SQ-TYPE
                       END-IF
                    END-IF
              END-READ
              CLOSE SEPQUEUEFILE
           END-IF.
           IF WS-QUEUED = "Y"
              DISPLAY "QUEUED FOR SEPARATION - " WS-SQ-TYPE
                      " DUE " WS-SQ-DATE
              DISPLAY "PRESS ENTER AT LAST WORKING DAY AND REASON TO"
                      " USE THESE"
           END-IF.

       CLEAR-QUEUE-PARA.
           OPEN I-O SEPQUEUEFILE.
           MOVE SPEMPID TO SQEMPID.
           READ SEPQUEUEFILE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE "D" TO SQSTAT
                 REWRITE SEPQUEUEREC
           END-READ.
           CLOSE SEPQUEUEFILE.

       LIST-QUEUE-PARA.
           OPEN INPUT SEPQUEUEFILE.
           IF FSSQ = "35" OR FSSQ = "30"
              DISPLAY "NO SEPARATIONS QUEUED"
           ELSE
              DISPLAY "EMPID  DUE        TYPE         QUEUED ON"
              PERFORM UNTIL WS-SQ-EOF = "Y"
                 READ SEPQUEUEFILE NEXT RECORD
                    AT END MOVE "Y" TO WS-SQ-EOF
                    NOT AT END
                       IF SQSTAT = "P"
                          IF SQTYPE = "R"
                             MOVE "RETIREMENT" TO WS-SQ-TYPE
                          ELSE
                             MOVE "CONTRACT END" TO WS-SQ-TYPE
                          END-IF
                          DISPLAY SQEMPID " " SQDATE " " WS-SQ-TYPE
                                  " " SQQUEDT
                          ADD 1 TO WS-SQ-COUNT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SEPQUEUEFILE
              DISPLAY WS-SQ-COUNT " SEPARATION(S) PENDING"
           END-IF.

       PF-SETTLE-PARA.
           MOVE SPACES TO WS-PF-PERX.
           STRING SPLWD (1:4) SPLWD (6:2) DELIMITED BY SIZE
             INTO WS-PF-PERX.
           OPEN I-O PFLEDGERFILE.
           IF FSPF = "35" OR FSPF = "30"
              DISPLAY "NO PF LEDGER ON FILE - PF NOT SETTLED"
           ELSE
              IF WS-PF-PERX IS NUMERIC
                 MOVE WS-PF-PERX TO WS-PF-PERIOD
                 PERFORM PF-SETTLE-ROW-PARA
              ELSE
                 DISPLAY "LAST WORKING DAY NOT CCYY-MM-DD - PF NOT"
                         " SETTLED"
              END-IF
              CLOSE PFLEDGERFILE
           END-IF.

       PF-SETTLE-ROW-PARA.
           PERFORM PF-YEAR-PARA.
           MOVE SPEMPID TO WS-PF-EMPID.
           MOVE ZERO TO WS-PF-RATE WS-PF-CARRY.
           MOVE "N" TO WS-PF-PREVOPN.
           MOVE SPEMPID TO PFLEMPID.
           COMPUTE PFLYEAR = WS-PF-YEAR - 1.
           READ PFLEDGERFILE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF PFLSTAT = "C"
                    MOVE PFLRATE TO WS-PF-RATE
                 END-IF
                 IF PFLSTAT = "O"
                    MOVE "Y" TO WS-PF-PREVOPN
                 END-IF
           END-READ.
           IF WS-PF-PREVOPN = "Y"
              PERFORM PF-SETTLE-PREV-PARA.
           PERFORM GET-LEDGER-PARA.
           IF PFLSTAT NOT = "O"
              MOVE PFLCLOSE TO WS-PF-ED
              DISPLAY "PF FOR PF YEAR " PFLYEAR " ALREADY CLOSED OR"
                      " SETTLED - BALANCE " WS-PF-ED
           ELSE
              IF WS-PF-PREVOPN = "Y"
                 MOVE WS-PF-CARRY TO PFLOPEN
              END-IF
              MOVE WS-PF-SLOT TO WS-PF-UPTO
              PERFORM RUN-BALANCE-PARA
              MOVE WS-PF-RATE TO PFLRATE
              MOVE WS-PF-INT  TO PFLINT
              COMPUTE PFLCLOSE = WS-PF-BAL + WS-PF-INT
              MOVE "S" TO PFLSTAT
              MOVE SPLWD TO PFLSTDT
              REWRITE PFLEDGERREC
              MOVE PFLOPEN TO WS-PF-ED
              DISPLAY "PF OPENING BALANCE          : " WS-PF-ED
              MOVE WS-PF-CONTRIB TO WS-PF-ED
              DISPLAY "PF CONTRIBUTIONS TO DATE    : " WS-PF-ED
              MOVE WS-PF-ADVTOT TO WS-PF-ED
              DISPLAY "PF ADVANCES AND WITHDRAWALS : " WS-PF-ED
              MOVE PFLINT TO WS-PF-ED
              MOVE PFLRATE TO WS-PF-RATE-ED
              DISPLAY "PF INTEREST AT " WS-PF-RATE-ED
                      "%         : " WS-PF-ED
              MOVE PFLCLOSE TO WS-PF-ED
              DISPLAY "PF BALANCE PAYABLE          : " WS-PF-ED
                      " - PF ACCOUNT CLOSED"
              IF WS-PF-RATE = ZERO
                 DISPLAY "NO PF INTEREST RATE DECLARED YET - NO"
                         " INTEREST INCLUDED"
              END-IF
           END-IF.

      *    THE PREVIOUS PF YEAR IS STILL OPEN (PFCLOSE NOT YET RUN):
      *    IT IS SETTLED FOR ALL TWELVE MONTHS AT THE RATE OF THE YEAR
      *    BEFORE IT AND ITS BALANCE OPENS THE CURRENT YEAR.
       PF-SETTLE-PREV-PARA.
           MOVE SPEMPID TO PFLEMPID.
           COMPUTE PFLYEAR = WS-PF-YEAR - 2.
           READ PFLEDGERFILE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF PFLSTAT = "C"
                    MOVE PFLRATE TO WS-PF-RATE
                 END-IF
           END-READ.
           MOVE SPEMPID TO PFLEMPID.
           COMPUTE PFLYEAR = WS-PF-YEAR - 1.
           READ PFLEDGERFILE.
           MOVE 12 TO WS-PF-UPTO.
           PERFORM RUN-BALANCE-PARA.
           MOVE WS-PF-RATE TO PFLRATE.
           MOVE WS-PF-INT  TO PFLINT.
           COMPUTE PFLCLOSE = WS-PF-BAL + WS-PF-INT.
           MOVE "S" TO PFLSTAT.
           MOVE SPLWD TO PFLSTDT.
           REWRITE PFLEDGERREC.
           MOVE PFLCLOSE TO WS-PF-CARRY.
           DISPLAY "PF YEAR " PFLYEAR " NOT YET CLOSED - SETTLED WITH"
                   " THIS SEPARATION".

      *    THE PF YEAR RUNS FROM WS-PF-START-MM (APRIL) TO THE MONTH
      *    BEFORE IT; PFLYEAR IS THE YEAR IT STARTS IN AND MONTH SLOT 1
      *    IS ITS FIRST MONTH.
       PF-YEAR-PARA.
           MOVE WS-PF-PERIOD (1:4) TO WS-PF-YEAR.
           MOVE WS-PF-PERIOD (5:2) TO WS-PF-M.
           IF WS-PF-M < WS-PF-START-MM
              SUBTRACT 1 FROM WS-PF-YEAR
              COMPUTE WS-PF-SLOT = WS-PF-M + 13 - WS-PF-START-MM
           ELSE
              COMPUTE WS-PF-SLOT = WS-PF-M + 1 - WS-PF-START-MM
           END-IF.

       GET-LEDGER-PARA.
           MOVE WS-PF-EMPID TO PFLEMPID.
           MOVE WS-PF-YEAR  TO PFLYEAR.
           READ PFLEDGERFILE
              INVALID KEY PERFORM NEW-LEDGER-PARA
           END-READ.

      *    A MEMBER'S FIRST ROW FOR A YEAR OPENS WITH THE CLOSING
      *    BALANCE OF THE YEAR BEFORE IF THAT YEAR IS ALREADY CLOSED;
      *    OTHERWISE PFCLOSE CARRIES IT IN WHEN IT CLOSES THAT YEAR.
       NEW-LEDGER-PARA.
           MOVE ZERO TO WS-PF-PRIOR.
           MOVE WS-PF-EMPID TO PFLEMPID.
           COMPUTE PFLYEAR = WS-PF-YEAR - 1.
           READ PFLEDGERFILE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF PFLSTAT = "C"
                    MOVE PFLCLOSE TO WS-PF-PRIOR
                 END-IF
           END-READ.
           MOVE WS-PF-EMPID TO PFLEMPID.
           MOVE WS-PF-YEAR  TO PFLYEAR.
           MOVE WS-PF-PRIOR TO PFLOPEN.
           PERFORM VARYING WS-PF-M FROM 1 BY 1 UNTIL WS-PF-M > 12
              MOVE ZERO TO PFLEE(WS-PF-M) PFLER(WS-PF-M)
                           PFLADV(WS-PF-M)
           END-PERFORM.
           MOVE ZERO TO PFLRATE PFLINT PFLCLOSE.
           MOVE "O" TO PFLSTAT.
           MOVE SPACES TO PFLSTDT.
           WRITE PFLEDGERREC.

      *    INTEREST IS WORKED ON THE MONTHLY RUNNING BALANCE - THE
      *    BALANCE AT THE END OF EACH MONTH UP TO WS-PF-UPTO, AFTER THAT
      *    MONTH'S CONTRIBUTIONS AND ADVANCES - AT WS-PF-RATE PERCENT A
      *    YEAR, ONE TWELFTH FOR EACH MONTH.
       RUN-BALANCE-PARA.
           MOVE PFLOPEN TO WS-PF-BAL.
           MOVE ZERO TO WS-PF-PRODUCT WS-PF-CONTRIB WS-PF-ADVTOT.
           PERFORM VARYING WS-PF-M FROM 1 BY 1
              UNTIL WS-PF-M > WS-PF-UPTO
              COMPUTE WS-PF-BAL = WS-PF-BAL + PFLEE(WS-PF-M)
                 + PFLER(WS-PF-M) - PFLADV(WS-PF-M)
              ADD PFLEE(WS-PF-M) PFLER(WS-PF-M) TO WS-PF-CONTRIB
              ADD PFLADV(WS-PF-M) TO WS-PF-ADVTOT
              ADD WS-PF-BAL TO WS-PF-PRODUCT
           END-PERFORM.
           COMPUTE WS-PF-INT ROUNDED =
              WS-PF-PRODUCT * WS-PF-RATE / 1200.

       COMPUTE-SETTLEMENT-PARA.
           OPEN INPUT PAYMENTFILE.
           MOVE SPEMPID TO PEMPID.
           READ PAYMENTFILE
              INVALID KEY
                 MOVE ZERO TO WS-FIXED
                 MOVE ZERO TO WS-GRTY
                 MOVE ZERO TO WS-BASIC
              NOT INVALID KEY
                 COMPUTE WS-FIXED =
                    PBASIC + PDA + PCCA + PHRA + PDPA + PPPA + PEDUA +
                    PTECHJR + PLUNCHA + PCONVEY + PBUSATR + PLTA +
                    PGRTY + PPERINC + PMEDI + PBOOK + PENTER + PTPH +
                 MOVE PBASIC TO WS-BASIC
           END-READ.
           CLOSE PAYMENTFILE.
           PERFORM LAST-MONTH-PARA.
           PERFORM ENCASH-LEAVE-PARA.
           PERFORM RECOVER-LOANS-PARA.
           PERFORM RECOVER-ASSETS-PARA.
           COMPUTE WS-NET =
              WS-GROSS + WS-ENCASH - WS-LOANREC - WS-ASSETREC.

      *    THE LAST MONTH IS SETTLED ONLY FOR THE DAYS NO PAY RUN
      *    HAS PAID: DAYS EARNED UP TO THE LAST WORKING DAY (FROM THE
      *    JOINING DATE IF THAT IS IN THE SAME MONTH), COUNTED ON THE
      *    BASIS PAYRUN USED, LESS THE DAYS PAYCOMP SHOWS IT PAID. A
      *    RUN THAT PAID BEYOND THE LAST DAY GIVES NEGATIVE DAYS AND
      *    THE EXCESS IS RECOVERED. A PERIOD THE PAY RUN HAS NOT
      *    REACHED YET IS LEFT TO IT.
       LAST-MONTH-PARA.
           MOVE ZERO TO WS-GROSS WS-UNPAID.
           IF SPLWD (1:4) IS NOT NUMERIC OR
              SPLWD (6:2) IS NOT NUMERIC OR
              SPLWD (9:2) IS NOT NUMERIC
              DISPLAY "LAST WORKING DAY NOT CCYY-MM-DD - LAST MONTH"
                      " NOT SETTLED"
           ELSE
              MOVE SPLWD (1:4) TO WS-LWD-PER (1:4)
              MOVE SPLWD (6:2) TO WS-LWD-PER (5:2)
              MOVE SPLWD (1:4) TO WS-CCYY
              MOVE SPLWD (6:2) TO WS-MM
              PERFORM SET-MAXDD-PARA
              MOVE 1 TO WS-FROM-DD
              IF WS-EDOJ (1:7) = SPLWD (1:7) AND
                 WS-EDOJ (9:2) IS NUMERIC
                 MOVE WS-EDOJ (9:2) TO WS-FROM-DD
              END-IF
              MOVE SPLWD (9:2) TO WS-TO-DD
              PERFORM GET-PAID-DAYS-PARA
              IF WS-COMP-FOUND = "Y" OR WS-RUN-DONE = "Y"
                 IF WS-BASIS = "W"
                    COMPUTE WS-FM-NUM = WS-LWD-PER * 100 + WS-FROM-DD
                    COMPUTE WS-TO-NUM = WS-LWD-PER * 100 + WS-TO-DD
                    PERFORM COUNT-WORKDAYS-PARA
                    MOVE WS-WORKDAYS TO WS-EARNDAYS
                 ELSE
                    IF WS-TO-DD < WS-FROM-DD
                       MOVE ZERO TO WS-EARNDAYS
                    ELSE
                       COMPUTE WS-EARNDAYS = WS-TO-DD - WS-FROM-DD + 1
                    END-IF
                 END-IF
                 COMPUTE WS-UNPAID = WS-EARNDAYS - WS-PAIDDAYS
                 IF WS-MTHDAYS > ZERO
                    COMPUTE WS-GROSS ROUNDED =
                       WS-FIXED * WS-UNPAID / WS-MTHDAYS
                 END-IF
              ELSE
                 DISPLAY "PERIOD " WS-LWD-PER " NOT YET RUN - PAYRUN"
                         " PAYS THE LAST MONTH UP TO " SPLWD
              END-IF
           END-IF.

       GET-PAID-DAYS-PARA.
           MOVE "N" TO WS-COMP-FOUND WS-RUN-DONE.
           MOVE "C" TO WS-BASIS.
           MOVE ZERO TO WS-PAIDDAYS.
           MOVE WS-MAXDD TO WS-MTHDAYS.
           OPEN INPUT PAYCOMPFILE.
           IF FSPC = "35" OR FSPC = "30"
              CLOSE PAYCOMPFILE
           ELSE
              MOVE WS-LWD-PER TO PCPERIOD
              MOVE SPEMPID    TO PCEMPID
              READ PAYCOMPFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE "Y" TO WS-COMP-FOUND
                    MOVE PCPAYDAYS TO WS-PAIDDAYS
                    IF PCBASIS = "W"
                       MOVE "W" TO WS-BASIS
                    END-IF
                    IF PCMTHDAYS > ZERO
                       MOVE PCMTHDAYS TO WS-MTHDAYS
                    END-IF
              END-READ
              CLOSE PAYCOMPFILE
           END-IF.
      *    A PERIOD ALREADY RUN WITHOUT THIS EMPLOYEE ON IT PAID THEM
      *    NOTHING, SO ALL THE DAYS EARNED GO INTO THE SETTLEMENT.
           IF WS-COMP-FOUND = "N"
              OPEN INPUT PAYHISTFILE
              IF FSH = "35" OR FSH = "30"
                 CLOSE PAYHISTFILE
              ELSE
                 MOVE WS-LWD-PER TO PHPERIOD
                 MOVE SPACES TO PHEMPID
                 START PAYHISTFILE KEY IS NOT LESS THAN PHKEY
                    INVALID KEY MOVE "10" TO FSH
                 END-START
                 IF FSH = "00"
                    READ PAYHISTFILE NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                          IF PHPERIOD = WS-LWD-PER
                             MOVE "Y" TO WS-RUN-DONE
                          END-IF
                    END-READ
                 END-IF
                 CLOSE PAYHISTFILE
              END-IF
           END-IF.

       COUNT-WORKDAYS-PARA.
           MOVE ZERO TO WS-WORKDAYS.
           IF WS-TO-NUM NOT < WS-FM-NUM
              COMPUTE WS-INT-FM = FUNCTION INTEGER-OF-DATE(WS-FM-NUM)
              COMPUTE WS-INT-TO = FUNCTION INTEGER-OF-DATE(WS-TO-NUM)
              OPEN INPUT HOLIDAYFILE
              PERFORM COUNT-ONE-DAY-PARA
                 VARYING WS-INT-I FROM WS-INT-FM BY 1
                 UNTIL WS-INT-I > WS-INT-TO
              CLOSE HOLIDAYFILE
           END-IF.

       COUNT-ONE-DAY-PARA.
           COMPUTE WS-DOW = FUNCTION MOD(WS-INT-I, 7).
           IF WS-DOW = 6 OR WS-DOW = 0
              CONTINUE
           ELSE
              COMPUTE WS-DOI-NUM =
                 FUNCTION DATE-OF-INTEGER(WS-INT-I)
              MOVE SPACES TO WS-CAL-DATE
              STRING WS-DOI-NUM (1:4) DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     WS-DOI-NUM (5:2) DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     WS-DOI-NUM (7:2) DELIMITED BY SIZE
                INTO WS-CAL-DATE
              PERFORM CHECK-HOLIDAY-PARA
              IF WS-HOLIDAY NOT = "Y"
                 ADD 1 TO WS-WORKDAYS
              END-IF
           END-IF.

       CHECK-HOLIDAY-PARA.
           MOVE "N" TO WS-HOLIDAY.
           IF FSHO = "35" OR FSHO = "30"
              CONTINUE
           ELSE
              MOVE WS-CAL-DATE TO HOLDATE
              MOVE SPACES TO HOLBRNID
              READ HOLIDAYFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE "Y" TO WS-HOLIDAY
              END-READ
              IF WS-HOLIDAY = "N"
                 MOVE WS-CAL-DATE TO HOLDATE
                 MOVE WS-EBRNID TO HOLBRNID
                 READ HOLIDAYFILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE "Y" TO WS-HOLIDAY
                 END-READ
              END-IF
           END-IF.

       SET-MAXDD-PARA.
           EVALUATE WS-MM
              WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                 MOVE 31 TO WS-MAXDD
              WHEN 4 WHEN 6 WHEN 9 WHEN 11
                 MOVE 30 TO WS-MAXDD
              WHEN 2
                 IF FUNCTION MOD(WS-CCYY, 4) NOT = 0
                    MOVE 28 TO WS-MAXDD
                 ELSE
                    IF FUNCTION MOD(WS-CCYY, 100) = 0 AND
                       FUNCTION MOD(WS-CCYY, 400) NOT = 0
                       MOVE 28 TO WS-MAXDD
                    ELSE
                       MOVE 29 TO WS-MAXDD
                    END-IF
                 END-IF
           END-EVALUATE.

       ENCASH-LEAVE-PARA.
           MOVE ZERO TO WS-PLDAYS WS-ENCASH.
           OPEN INPUT LEAVEBALFILE.
           VALUE OF FILE-ID IS "DATA/USER.DAT".
       01 USERREC.
           02 USERID   PIC X(8).
           02 FILLER   PIC X(24).

       FD BANKFILE
           LABEL RECORDS ARE STANDARD
           02 PCKEY.
              03 PCPERIOD PIC 9(6).
              03 PCEMPID  PIC X(6).
           02 FILLER   PIC X(111).

       FD PAYTRANFILE
           LABEL RECORDS ARE STANDARD

      *    MONTH-END JOB SEQUENCER - RUNS THE MONTH-END CHAIN IN ITS
      *    REQUIRED ORDER (1 PAYRUN, 2 LOANPOST, 3 HCROLL,
      *    4 EMPEXPORT, 5 PFPOST) THE WAY MAINHRMS CALLS THE ONLINE
      *    PROGRAMS, RECORDING EACH STEP'S COMPLETION IN THE STATUS FILE
      *    DATA/MONTHEND.CKP (PERIOD PLUS LAST COMPLETED STEP, LIKE
      *    BULKLOAD'S CHECKPOINT). A RESTART FOR THE SAME PERIOD
      *    RESUMES FROM THE FIRST INCOMPLETE STEP INSTEAD OF RERUNNING
      *    PERIOD CONTROL FILE DATA/PERIOD.DAT, AND THE PERIOD-KEYED
      *    POSTING PROGRAMS REFUSE IT UNTIL AN ADMIN REOPENS IT IN
      *    PERIODCTL.
      *    FOR AN UNATTENDED RUN THE ANSWERS COME FROM THE RUN
      *    PARAMETER FILE DATA/RUNPARM.DAT WHEN IT IS PRESENT - ONE
      *    LINE "CCYYMM B R NN TT GG": THE PAY PERIOD, PAYRUN'S
      *    PRO-RATION BASIS (C OR W), RERUN AUTHORIZATION FOR A PERIOD
      *    ALREADY FINALIZED ON PAYHIST (Y OR N), THE BANKDISB RUN
      *    NUMBER (00 = REGULAR RUN), THE PAYVAR TOLERANCE PERCENT AND
      *    THE OUTPUT GENERATION (00 = THE USUAL FILE NAMES, OTHERWISE
      *    BANKDISB WRITES THAT GENERATION OF ITS CREDIT FILE UNDER A
      *    NAME OF ITS OWN). THE WHOLE LINE, AND THAT THE PERIOD IS
      *    STILL OPEN, IS CHECKED HERE BEFORE STEP 1 AND NOTHING RUNS
      *    IF ANY OF IT IS WRONG. EVERY PROGRAM THAT READS THE FILE -
      *    THE CHAIN STEPS, BANKDISB, STATREMIT, GLPOST AND PAYVAR -
      *    WRITES THE PARAMETERS IT USED AND ITS RECORD COUNTS, TIME-
      *    STAMPED, TO THE RUN LOG DATA/RUNLOG.DAT, AND MONTHEND LOGS
      *    EACH STEP'S START AND RETURN CODE THERE. REMOVE THE FILE TO
      *    GO BACK TO THE CONSOLE PROMPTS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORD KEY IS PDPERIOD
           FILE STATUS IS FSPD.

           SELECT RUNPARMFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSRP.

           SELECT RUNLOGFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSRL.

       DATA DIVISION.
       FILE SECTION.
       FD CHECKPOINTFILE
           02 PDCLSDT   PIC X(10).
           02 PDCLSBY   PIC X(8).

       FD RUNPARMFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/RUNPARM.DAT".
       01 RUNPARMREC          PIC X(80).

       FD RUNLOGFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/RUNLOG.DAT".
       01 RUNLOGREC           PIC X(106).

       WORKING-STORAGE SECTION.
       77 FSCK  PIC XX.
       77 FSPD  PIC XX.
       77 WS-STEP      PIC 9.
       77 WS-SYSDATE   PIC 9(8).
       77 WS-TODAY     PIC X(10).
       77 WS-RP-OK     PIC X.
       77 WS-PD-OPEN   PIC X.
       77 WS-STEP-NAME PIC X(9).
       77 WS-STEP-RC   PIC 9(3).
       77 FSRP  PIC XX.
       77 FSRL  PIC XX.
       77 WS-RP-FOUND PIC X VALUE "N".
       77 WS-RL-TEXT  PIC X(60).
       01 WS-RUNPARM.
           02 WS-RP-PERIOD PIC 9(6).
           02 FILLER       PIC X.
           02 WS-RP-BASIS  PIC X.
           02 FILLER       PIC X.
           02 WS-RP-RERUN  PIC X.
           02 FILLER       PIC X.
           02 WS-RP-RUNNO  PIC 99.
           02 FILLER       PIC X.
           02 WS-RP-TOLPCT PIC 99.
           02 FILLER       PIC X.
           02 WS-RP-GEN    PIC 99.
           02 FILLER       PIC X(61).
       01 WS-RUNLOG-LINE.
           02 RL-DATE      PIC 9(8).
           02 FILLER       PIC X VALUE SPACE.
           02 RL-TIME      PIC 9(8).
           02 FILLER       PIC X VALUE SPACE.
           02 RL-PROG      PIC X(9) VALUE "MONTHEND".
           02 FILLER       PIC X VALUE SPACE.
           02 RL-PERIOD    PIC 9(6).
           02 FILLER       PIC X VALUE SPACE.
           02 RL-GEN       PIC 99.
           02 FILLER       PIC X VALUE SPACE.
           02 RL-SRC       PIC X(7).
           02 FILLER       PIC X VALUE SPACE.
           02 RL-TEXT      PIC X(60).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-RUNPARM-PARA.
           IF WS-RP-FOUND = "Y"
              PERFORM VALIDATE-RUNPARM-PARA
              MOVE WS-RP-PERIOD TO WS-PERIOD
              IF WS-RP-OK NOT = "Y"
                 MOVE "PARAMETER FILE REJECTED - NOTHING RUN"
                    TO WS-RL-TEXT
                 PERFORM WRITE-RUNLOG-PARA
                 DISPLAY "RUN PARAMETER FILE DATA/RUNPARM.DAT REJECTED"
                         " - NOTHING RUN"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              DISPLAY "PAY PERIOD " WS-PERIOD
                      " FROM THE RUN PARAMETER FILE"
           ELSE
              DISPLAY "ENTER PAY PERIOD (CCYYMM) :"
              ACCEPT WS-PERIOD
           END-IF.
           PERFORM READ-CHECKPOINT-PARA.
           IF WS-CK-PERIOD = WS-PERIOD
              IF WS-CK-STEP = 5
                 DISPLAY "MONTH-END FOR " WS-PERIOD
                         " IS ALREADY COMPLETE"
                 MOVE "CHAIN ALREADY COMPLETE - NOTHING RUN"
                    TO WS-RL-TEXT
                 PERFORM WRITE-RUNLOG-PARA
                 STOP RUN
              ELSE
                 DISPLAY "RESUMING PERIOD " WS-PERIOD " AFTER STEP "
           ELSE
              MOVE ZERO TO WS-CK-STEP
           END-IF.
      *    NOBODY IS THERE OVERNIGHT TO SEE PAYRUN REFUSE A CLOSED
      *    PERIOD, SO AN UNATTENDED RUN IS STOPPED BEFORE IT STARTS.
           IF WS-RP-FOUND = "Y"
              PERFORM CHECK-PERIOD-OPEN-PARA
              IF WS-PD-OPEN NOT = "Y"
                 MOVE "PERIOD IS CLOSED - REOPEN IN PERIODCTL, NOTHING"
                    TO WS-RL-TEXT
                 PERFORM WRITE-RUNLOG-PARA
                 DISPLAY "PERIOD " WS-PERIOD " IS CLOSED - REOPEN IN"
                         " PERIODCTL FIRST"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           MOVE SPACES TO WS-RL-TEXT.
           STRING "CHAIN STARTED AFTER STEP " DELIMITED BY SIZE
                  WS-CK-STEP DELIMITED BY SIZE
             INTO WS-RL-TEXT.
           PERFORM WRITE-RUNLOG-PARA.
           IF WS-CK-STEP < 1
              MOVE 1 TO WS-STEP
              PERFORM RUN-STEP-PARA.
           IF WS-CK-STEP < 4
              MOVE 4 TO WS-STEP
              PERFORM RUN-STEP-PARA.
           IF WS-CK-STEP < 5
              MOVE 5 TO WS-STEP
              PERFORM RUN-STEP-PARA.
           PERFORM CLOSE-PERIOD-PARA.
           MOVE "CHAIN COMPLETE - PERIOD CLOSED" TO WS-RL-TEXT.
           PERFORM WRITE-RUNLOG-PARA.
           DISPLAY "MONTH-END CHAIN COMPLETE FOR " WS-PERIOD
                   " - PERIOD CLOSED".
           STOP RUN.
           EVALUATE WS-STEP
              WHEN 1
                 DISPLAY "MONTH-END STEP 1 - PAYRUN"
                 MOVE "PAYRUN" TO WS-STEP-NAME
                 PERFORM LOG-STEP-START-PARA
                 CALL "PAYRUN"
                 CANCEL "PAYRUN"
              WHEN 2
                 DISPLAY "MONTH-END STEP 2 - LOANPOST"
                 MOVE "LOANPOST" TO WS-STEP-NAME
                 PERFORM LOG-STEP-START-PARA
                 CALL "LOANPOST"
                 CANCEL "LOANPOST"
              WHEN 3
                 DISPLAY "MONTH-END STEP 3 - HCROLL"
                 MOVE "HCROLL" TO WS-STEP-NAME
                 PERFORM LOG-STEP-START-PARA
                 CALL "HCROLL"
                 CANCEL "HCROLL"
              WHEN 4
                 DISPLAY "MONTH-END STEP 4 - EMPEXPORT"
                 MOVE "EMPEXPORT" TO WS-STEP-NAME
                 PERFORM LOG-STEP-START-PARA
                 CALL "EMPEXPORT"
                 CANCEL "EMPEXPORT"
              WHEN 5
                 DISPLAY "MONTH-END STEP 5 - PFPOST"
                 MOVE "PFPOST" TO WS-STEP-NAME
                 PERFORM LOG-STEP-START-PARA
                 CALL "PFPOST"
                 CANCEL "PFPOST"
           END-EVALUATE.
      *    THE FAILING STEP'S RETURN-CODE IS LEFT IN PLACE SO THE
      *    OPERATOR'S SCHEDULER SEES THE MONTH-END JOB ITSELF FAIL.
           MOVE RETURN-CODE TO WS-STEP-RC.
           MOVE SPACES TO WS-RL-TEXT.
           STRING "STEP " DELIMITED BY SIZE
                  WS-STEP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-STEP-NAME DELIMITED BY SPACE
                  " ENDED RC=" DELIMITED BY SIZE
                  WS-STEP-RC DELIMITED BY SIZE
             INTO WS-RL-TEXT.
           PERFORM WRITE-RUNLOG-PARA.
           IF WS-STEP-RC NOT = ZERO
              DISPLAY "MONTH-END STEP " WS-STEP
                      " DID NOT COMPLETE - CHAIN STOPPED"
              MOVE "CHAIN STOPPED" TO WS-RL-TEXT
              PERFORM WRITE-RUNLOG-PARA
              MOVE WS-STEP-RC TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-STEP TO WS-CK-STEP.
           PERFORM WRITE-CHECKPOINT-PARA.

       LOG-STEP-START-PARA.
           MOVE SPACES TO WS-RL-TEXT.
           STRING "STEP " DELIMITED BY SIZE
                  WS-STEP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-STEP-NAME DELIMITED BY SPACE
                  " STARTED" DELIMITED BY SIZE
             INTO WS-RL-TEXT.
           PERFORM WRITE-RUNLOG-PARA.

      *    EVERY FIELD IS CHECKED SO THE OPERATOR SEES ALL THE FAULTS
      *    IN ONE GO.
       VALIDATE-RUNPARM-PARA.
           MOVE "Y" TO WS-RP-OK.
           IF WS-RP-PERIOD NOT NUMERIC OR
              WS-RP-PERIOD (5:2) < "01" OR WS-RP-PERIOD (5:2) > "12"
              DISPLAY "RUN PARAMETER PERIOD " WS-RP-PERIOD
                      " IS NOT CCYYMM"
              MOVE "N" TO WS-RP-OK.
           IF WS-RP-BASIS NOT = "C" AND WS-RP-BASIS NOT = "W"
              DISPLAY "RUN PARAMETER BASIS MUST BE C OR W"
              MOVE "N" TO WS-RP-OK.
           IF WS-RP-RERUN NOT = "Y" AND WS-RP-RERUN NOT = "N"
              DISPLAY "RUN PARAMETER RERUN AUTHORIZATION MUST BE Y"
                      " OR N"
              MOVE "N" TO WS-RP-OK.
           IF WS-RP-RUNNO NOT NUMERIC
              DISPLAY "RUN PARAMETER RUN NUMBER MUST BE 00-99"
              MOVE "N" TO WS-RP-OK.
           IF WS-RP-TOLPCT NOT NUMERIC
              DISPLAY "RUN PARAMETER TOLERANCE MUST BE 00-99"
              MOVE "N" TO WS-RP-OK.
           IF WS-RP-GEN NOT NUMERIC
              DISPLAY "RUN PARAMETER OUTPUT GENERATION MUST BE 00-99"
              MOVE "N" TO WS-RP-OK.

       CHECK-PERIOD-OPEN-PARA.
           MOVE "Y" TO WS-PD-OPEN.
           OPEN INPUT PERIODFILE.
           IF FSPD = "00"
              MOVE WS-PERIOD TO PDPERIOD
              READ PERIODFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF PDSTATUS = "C"
                       MOVE "N" TO WS-PD-OPEN
                    END-IF
              END-READ
              CLOSE PERIODFILE
           END-IF.

       READ-CHECKPOINT-PARA.
           OPEN INPUT CHECKPOINTFILE.
           IF FSCK = "00"
           WRITE CHECKPOINTREC.
           CLOSE CHECKPOINTFILE.

      *    THE RUN PARAMETER FILE DATA/RUNPARM.DAT (LAYOUT IN
      *    MONTHEND) STANDS IN FOR THE CONSOLE PROMPTS WHEN PRESENT.
       READ-RUNPARM-PARA.
           MOVE "N" TO WS-RP-FOUND.
           OPEN INPUT RUNPARMFILE.
           IF FSRP = "00"
              READ RUNPARMFILE INTO WS-RUNPARM
                 AT END CONTINUE
                 NOT AT END MOVE "Y" TO WS-RP-FOUND
              END-READ
              CLOSE RUNPARMFILE
           END-IF.

      *    ONE LINE PER EVENT ON DATA/RUNLOG.DAT - WHEN, WHICH
      *    PROGRAM, THE PERIOD AND OUTPUT GENERATION, WHETHER THE
      *    PARAMETERS CAME FROM THE FILE OR THE CONSOLE, AND WS-RL-TEXT.
       WRITE-RUNLOG-PARA.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE WS-PERIOD TO RL-PERIOD.
           IF WS-RP-FOUND = "Y"
              MOVE WS-RP-GEN TO RL-GEN
              MOVE "PARMFIL" TO RL-SRC
           ELSE
              MOVE ZERO TO RL-GEN
              MOVE "CONSOLE" TO RL-SRC
           END-IF.
           MOVE WS-RL-TEXT TO RL-TEXT.
           OPEN EXTEND RUNLOGFILE.
           IF FSRL = "05" OR FSRL = "35"
              CLOSE RUNLOGFILE
              OPEN OUTPUT RUNLOGFILE.
           WRITE RUNLOGREC FROM WS-RUNLOG-LINE.
           CLOSE RUNLOGFILE.

       END PROGRAM MONTHEND.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARREARS.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLAIMAPPR.

      *    REIMBURSEMENT CLAIMS APPROVAL - CALLED FROM MAINHRMS
      *    (SUPERVISOR OR ADMIN ROLES) WITH THE LOGIN'S USER ID.
      *    LISTS THE PENDING CLAIMS OF THE APPROVER'S OWN REPORTEES
      *    ROUTED THE SAME WAY AS LEAVAPPR (REPORTING LINES, ACTIVE
      *    DELEGATIONS, UNASSIGNED EMPLOYEES TO ADMIN USERS), SHOWS
      *    ONE PENDING CLAIM BY EMPLOYEE AND SEQUENCE AND RECORDS THE
      *    DECISION: A (APPROVED) OR R (REJECTED). ONLY APPROVED
      *    CLAIMS ARE PICKED UP BY THE PRE-PAYROLL CLAIMPOST BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           LOCK MODE IS MANUAL
           FILE STATUS IS FSCL.

           SELECT USERFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USERID
           FILE STATUS IS FSU.

           SELECT REPORTTOFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RTKEY
           FILE STATUS IS FSRT.

           SELECT DELEGATEFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DGMGRID
           FILE STATUS IS FSDG.

           SELECT LEAVEREQFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LRKEY
           FILE STATUS IS FSLR.

       DATA DIVISION.
       FILE SECTION.
       FD CLAIMSFILE
           02 CLAMT        PIC 9(6)V99.
           02 CLSTAT       PIC X(1).

       FD USERFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/USER.DAT".
       01 USERREC.
           03 USERID           PIC X(8).
           03 USER-PWD-HASH    PIC 9(10).
           03 USER-ROLE        PIC X(8).
           03 USER-EMPID       PIC X(6).

       FD REPORTTOFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/REPORTTO.DAT".
       01 REPORTTOREC.
           02 RTKEY.
              03 RTEMPID   PIC X(6).
              03 RTEFFDT   PIC X(10).
           02 RTMGRID      PIC X(6).

       FD DELEGATEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/DELEGATE.DAT".
       01 DELEGATEREC.
           02 DGMGRID      PIC X(6).
           02 DGDELID      PIC X(6).

       FD LEAVEREQFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/LEAVEREQ.DAT".
       01 LEAVEREQREC.
           02 LRKEY.
              03 LREMPID   PIC X(6).
              03 LRSEQ     PIC 9(4).
           02 LRFMDATE     PIC X(10).
           02 LRTODATE     PIC X(10).
           02 LRCAT        PIC X(3).
           02 LRSTAT       PIC X(1).
           02 LRREMARK     PIC X(20).

       WORKING-STORAGE SECTION.
       77 FSCL   PIC XX.
       77 CHOICE PIC 9.
       77 WS-ACTION PIC X.
       77 FSLR   PIC XX.
       77 FSU   PIC XX.
       77 FSRT  PIC XX.
       77 FSDG  PIC XX.
       77 WS-SYSDATE   PIC 9(8).
       77 WS-TODAY     PIC X(10).
       77 WS-APPR-EMPID PIC X(6).
       77 WS-APPR-ROLE PIC X(8).
       77 WS-CHK-EMPID PIC X(6).
       77 WS-MGRID     PIC X(6).
       77 WS-IN-SCOPE  PIC X.
       77 WS-ON-LEAVE  PIC X.
       77 WS-RT-EOF    PIC X.
       77 WS-LV-EOF    PIC X.
       77 WS-DG-EOF    PIC X.
       77 WS-Q-EOF     PIC X.
       77 WS-Q-COUNT   PIC 9(4).
       77 WS-Q-POS     PIC 9(4).
       01 ACTFOR-TABLE.
           02 AF-MGRID PIC X(6) OCCURS 20 TIMES INDEXED BY AF-IDX.
       77 AF-TOP PIC 99 VALUE ZERO.
       01 WS-QUEUE-LINE.
           02 WQ-EMPID  PIC X(6).
           02 FILLER    PIC X(2) VALUE SPACES.
           02 WQ-SEQ    PIC 9(4).
           02 FILLER    PIC X(2) VALUE SPACES.
           02 WQ-CAT    PIC X(6).
           02 FILLER    PIC X(2) VALUE SPACES.
           02 WQ-DATE   PIC X(10).
           02 FILLER    PIC X(2) VALUE SPACES.
           02 WQ-AMT    PIC Z(5)9.99.

       LINKAGE SECTION.
       01 CALLER-ID    PIC X(8).

       screen section.
       01 main-para-menu.
           03 line 3 column 10 value
               "*******************************************".
           03 line 5 column 10 value
               "       REIMBURSEMENT CLAIMS APPROVAL       ".
           03 line 7 column 10 value
           03 line 20 column 10 value
               "PRESS ENTER TO RETURN TO APPROVAL MENU".

       01 not-reportee-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 15 value
               "NOT ONE OF YOUR REPORTEES - NOT YOURS TO DECIDE".
           03 line 20 column 10 value
               "PRESS ENTER TO RETURN TO APPROVAL MENU".

       01 record-in-use.
           03 line 1 column 1 value " ".
           03 line 12 column 15 value
           03 line 20 column 10 value
               "PRESS ENTER TO RETURN TO APPROVAL MENU".

       PROCEDURE DIVISION USING CALLER-ID.
       MAIN-PARA.
           DISPLAY " " AT 0101 ERASE EOS.
           accept main-para-menu.
           OPEN I-O CLAIMSFILE.
           IF FSCL = "30" OR FSCL = "35"
              GO TO ERROR-CLAIM-PARA.
           PERFORM LOAD-APPROVER-PARA.
           PERFORM SHOW-QUEUE-PARA.
           MOVE SPACES TO CLEMPID.
           MOVE ZERO TO CLSEQ.
           accept claim-key-select.
           READ CLAIMSFILE WITH LOCK
              INVALID KEY GO TO ERROR-CLAIM-PARA.
           IF FSCL = "51"
              GO TO LOCKED-CLAIM-PARA.
           MOVE CLEMPID TO WS-CHK-EMPID.
           PERFORM CHECK-SCOPE-PARA.
           IF WS-IN-SCOPE NOT = "Y"
              CLOSE CLAIMSFILE
              DISPLAY " " AT 0101 ERASE EOS
              accept not-reportee-msg
              GO TO MAIN-PARA.
           DISPLAY " " AT 0101 ERASE EOS.
           accept claim-review-menu.
           IF WS-ACTION = "A" OR WS-ACTION = "a"
           CLOSE CLAIMSFILE.
           GO TO MAIN-PARA.

      *    WHO IS APPROVING: THE LOGIN'S EMPLOYEE CODE AND ROLE FROM
      *    USERFILE, AND THE MANAGERS WHO HAVE NAMED THAT EMPLOYEE AS
      *    THEIR DELEGATE AND ARE ON APPROVED LEAVE TODAY - THEIR
      *    REPORTEES' REQUESTS MAY BE DECIDED TOO.
       LOAD-APPROVER-PARA.
           ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-TODAY.
           STRING WS-SYSDATE (1:4) "-" WS-SYSDATE (5:2) "-"
                  WS-SYSDATE (7:2) DELIMITED BY SIZE INTO WS-TODAY.
           MOVE SPACES TO WS-APPR-EMPID WS-APPR-ROLE.
           OPEN INPUT USERFILE.
           IF FSU = "35" OR FSU = "30"
              CLOSE USERFILE
           ELSE
              MOVE CALLER-ID TO USERID
              READ USERFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE USER-EMPID TO WS-APPR-EMPID
                    MOVE USER-ROLE  TO WS-APPR-ROLE
              END-READ
              CLOSE USERFILE
           END-IF.
           MOVE ZERO TO AF-TOP.
           IF WS-APPR-EMPID NOT = SPACES
              OPEN INPUT DELEGATEFILE
              IF FSDG = "35" OR FSDG = "30"
                 CLOSE DELEGATEFILE
              ELSE
                 OPEN INPUT LEAVEREQFILE
                 MOVE "N" TO WS-DG-EOF
                 PERFORM UNTIL WS-DG-EOF = "Y"
                    READ DELEGATEFILE NEXT RECORD
                       AT END MOVE "Y" TO WS-DG-EOF
                       NOT AT END
                          IF DGDELID = WS-APPR-EMPID
                             PERFORM CHECK-ON-LEAVE-PARA
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE LEAVEREQFILE
                 CLOSE DELEGATEFILE
              END-IF
           END-IF.

       CHECK-ON-LEAVE-PARA.
           MOVE "N" TO WS-ON-LEAVE.
           MOVE DGMGRID TO LREMPID.
           MOVE ZERO TO LRSEQ.
           MOVE "N" TO WS-LV-EOF.
           IF FSLR = "35" OR FSLR = "30"
              MOVE "Y" TO WS-LV-EOF.
           IF WS-LV-EOF = "N"
              START LEAVEREQFILE KEY IS NOT LESS THAN LRKEY
                 INVALID KEY MOVE "Y" TO WS-LV-EOF
              END-START.
           PERFORM UNTIL WS-LV-EOF = "Y"
              READ LEAVEREQFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-LV-EOF
                 NOT AT END
                    IF LREMPID NOT = DGMGRID
                       MOVE "Y" TO WS-LV-EOF
                    ELSE
                       IF LRSTAT = "A" AND
                          LRFMDATE NOT > WS-TODAY AND
                          LRTODATE NOT < WS-TODAY
                          MOVE "Y" TO WS-ON-LEAVE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-ON-LEAVE = "Y"
              IF AF-TOP >= 20
                 DISPLAY "ACTING-FOR LIMIT OF 20 REACHED - MANAGER "
                         DGMGRID " NOT INCLUDED"
              ELSE
                 ADD 1 TO AF-TOP
                 MOVE DGMGRID TO AF-MGRID(AF-TOP)
              END-IF
           END-IF.

       CHECK-SCOPE-PARA.
           OPEN INPUT REPORTTOFILE.
           PERFORM SCOPE-TEST-PARA.
           CLOSE REPORTTOFILE.

      *    A REQUEST BELONGS TO THE EMPLOYEE'S CURRENT MANAGER (OR
      *    THAT MANAGER'S DELEGATE WHILE THEY ARE AWAY). AN EMPLOYEE
      *    WITH NO MANAGER ON FILE FALLS TO THE ADMIN USERS. NOBODY
      *    DECIDES THEIR OWN REQUEST.
       SCOPE-TEST-PARA.
           MOVE "N" TO WS-IN-SCOPE.
           IF WS-CHK-EMPID = WS-APPR-EMPID AND
              WS-APPR-EMPID NOT = SPACES
              CONTINUE
           ELSE
              PERFORM GET-MANAGER-PARA
              IF WS-MGRID = SPACES
                 IF WS-APPR-ROLE = "ADMIN"
                    MOVE "Y" TO WS-IN-SCOPE
                 END-IF
              ELSE
                 IF WS-MGRID = WS-APPR-EMPID
                    MOVE "Y" TO WS-IN-SCOPE
                 ELSE
                    PERFORM VARYING AF-IDX FROM 1 BY 1
                       UNTIL AF-IDX > AF-TOP
                       IF AF-MGRID(AF-IDX) = WS-MGRID
                          MOVE "Y" TO WS-IN-SCOPE
                       END-IF
                    END-PERFORM
                 END-IF
              END-IF
           END-IF.

      *    THE MANAGER IN FORCE IS THE ONE ON THE LATEST REPORTTO ROW
      *    EFFECTIVE ON OR BEFORE TODAY.
       GET-MANAGER-PARA.
           MOVE SPACES TO WS-MGRID.
           IF FSRT = "35" OR FSRT = "30"
              CONTINUE
           ELSE
              MOVE WS-CHK-EMPID TO RTEMPID
              MOVE LOW-VALUES TO RTEFFDT
              MOVE "N" TO WS-RT-EOF
              START REPORTTOFILE KEY IS NOT LESS THAN RTKEY
                 INVALID KEY MOVE "Y" TO WS-RT-EOF
              END-START
              PERFORM UNTIL WS-RT-EOF = "Y"
                 READ REPORTTOFILE NEXT RECORD
                    AT END MOVE "Y" TO WS-RT-EOF
                    NOT AT END
                       IF RTEMPID NOT = WS-CHK-EMPID OR
                          RTEFFDT > WS-TODAY
                          MOVE "Y" TO WS-RT-EOF
                       ELSE
                          MOVE RTMGRID TO WS-MGRID
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

      *    THE PENDING QUEUE: EVERY PENDING ROW THE APPROVER MAY
      *    DECIDE, LISTED BELOW THE KEY PROMPT (FIRST TWELVE SHOWN).
       SHOW-QUEUE-PARA.
           MOVE ZERO TO WS-Q-COUNT.
           DISPLAY "EMP     SEQ   CATEGORY  DATE          AMOUNT"
              AT 0701.
           OPEN INPUT REPORTTOFILE.
           MOVE LOW-VALUES TO CLKEY.
           MOVE "N" TO WS-Q-EOF.
           START CLAIMSFILE KEY IS NOT LESS THAN CLKEY
              INVALID KEY MOVE "Y" TO WS-Q-EOF
           END-START.
           PERFORM UNTIL WS-Q-EOF = "Y"
              READ CLAIMSFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-Q-EOF
                 NOT AT END
                    IF CLSTAT = "P"
                       MOVE CLEMPID TO WS-CHK-EMPID
                       PERFORM SCOPE-TEST-PARA
                       IF WS-IN-SCOPE = "Y"
                          PERFORM SHOW-QUEUE-LINE-PARA
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE REPORTTOFILE.
           IF WS-Q-COUNT = ZERO
              DISPLAY "NOTHING PENDING FOR YOUR APPROVAL" AT 0801.
           IF WS-Q-COUNT > 12
              DISPLAY "MORE PENDING - DECIDE THESE TO SEE THE REST"
                 AT 2001.

       SHOW-QUEUE-LINE-PARA.
           ADD 1 TO WS-Q-COUNT.
           IF WS-Q-COUNT NOT > 12
              COMPUTE WS-Q-POS = (WS-Q-COUNT + 7) * 100 + 1
              MOVE CLEMPID  TO WQ-EMPID
              MOVE CLSEQ    TO WQ-SEQ
              MOVE CLCAT    TO WQ-CAT
              MOVE CLDATE   TO WQ-DATE
              MOVE CLAMT    TO WQ-AMT
              DISPLAY WS-QUEUE-LINE AT WS-Q-POS
           END-IF.

       ERROR-CLAIM-PARA.
           CLOSE CLAIMSFILE.
           DISPLAY " " AT 0101 ERASE EOS.
      *    LOADS: SALARY EXPENSE DEBITED BY BRANCH AND DEPARTMENT
      *    (JOINED FROM EMPFILE EBRNID/EDEPID), WITH CREDITS TO THE
      *    PF, ESI, PROFESSIONAL TAX AND INCOME TAX PAYABLE ACCOUNTS
      *    (THE AMOUNTS PAYRUN TOOK, FROM THE PERIOD'S PAYCOMP ROW,
      *    THE WAY STATREMIT BUILDS ITS SCHEDULES; THE PAYMENT MASTER
      *    ONLY FOR A ROW WITH NO COMPONENTS), A LOAN/OTHER DEDUCTIONS
      *    CREDIT FOR THE REMAINDER OF PHDEDUCT, AND A NET PAY
      *    CLEARING CREDIT FOR PHNET. A DEBITS-EQUALS-CREDITS CONTROL
      *    TOTAL PAIR IS WRITTEN AT THE END OF DATA/GLPOST.DAT SO
      *    ACCOUNTS CAN LOAD THE FILE WITHOUT RETYPING THE JOURNAL. AN
      *    EMPLOYEE WITH COST-ALLOCATION LINES ON DATA/COSTALLOC.DAT FOR
      *    THE PERIOD HAS THE GROSS DEBIT SPLIT ACROSS THOSE
      *    BRANCH/DEPARTMENT PAIRS BY PERCENT (THE LAST LINE TAKING THE
      *    ROUNDING); IF ANY EMPLOYEE'S LINES DO NOT TOTAL 100% NO
      *    JOURNAL IS WRITTEN - COSTVAL LISTS THEM FOR CORRECTION FIRST.
      *    THE PERIOD'S SUPPLEMENTARY RUNS (SUPPRUN, DATA/SUPPHIST.DAT)
      *    ARE POSTED INTO THE SAME JOURNAL: THEIR GROSS IS DEBITED AND
      *    SPLIT LIKE A PAYHIST ROW, THEIR DEDUCTIONS (ONE-TIME
      *    RECOVERIES, NEVER STATUTORY) GO TO THE LOAN/OTHER CREDIT AND
      *    THEIR NET TO NET PAY CLEARING.
      *    WHEN THE RUN PARAMETER FILE DATA/RUNPARM.DAT IS PRESENT
      *    THE PERIOD COMES FROM IT AND THE RUN IS LOGGED ON
      *    DATA/RUNLOG.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORD KEY IS PEMPID
           FILE STATUS IS FSP.

           SELECT PAYCOMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PCKEY
           FILE STATUS IS FSPC.

           SELECT COSTALLOCFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAKEY
           FILE STATUS IS FSCA.

           SELECT SUPPHISTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SHKEY
           FILE STATUS IS FSSH.

           SELECT GLPOSTFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSS.

           SELECT RUNPARMFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSRP.

           SELECT RUNLOGFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSRL.

       DATA DIVISION.
       FILE SECTION.
       FD PAYHISTFILE
           02 PLLOP    PIC 999.
           02 POTHERL  PIC 999.

       FD PAYCOMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/PAYCOMP.DAT".
       01 PAYCOMPREC.
           02 PCKEY.
              03 PCPERIOD  PIC 9(6).
              03 PCEMPID   PIC X(6).
           02 PCBASIC      PIC 9(6)V99.
           02 PCALLOW      PIC 9(8)V99.
           02 PCPF         PIC 9(6)V99.
           02 PCESI        PIC 9(6)V99.
           02 PCPTAX       PIC 9(6)V99.
           02 PCITAX       PIC 9(6)V99.
           02 PCLOAN       PIC 9(8)V99.
           02 PCOTHD       PIC 9(8)V99.
           02 PCPFER       PIC 9(6)V99.
           02 PCESIER      PIC 9(6)V99.
           02 PCBASIS      PIC X(1).
           02 PCPAYDAYS    PIC 99.
           02 PCMTHDAYS    PIC 99.
           02 PCSUSP       PIC 9(8)V99.
           02 PCSTD        PIC 9(8)V99.

       FD COSTALLOCFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/COSTALLOC.DAT".
       01 COSTALLOCREC.
           02 CAKEY.
              03 CAEMPID   PIC X(6).
              03 CAFROM    PIC 9(6).
              03 CASEQ     PIC 99.
           02 CATO         PIC 9(6).
           02 CABRNID      PIC X(6).
           02 CADEPID      PIC X(6).
           02 CAPCT        PIC 999V99.

       FD SUPPHISTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/SUPPHIST.DAT".
       01 SUPPHISTREC.
           02 SHKEY.
              03 SHPERIOD  PIC 9(6).
              03 SHRUN     PIC 99.
              03 SHEMPID   PIC X(6).
           02 SHGROSS      PIC 9(8)V99.
           02 SHDEDUCT     PIC 9(8)V99.
           02 SHNET        PIC 9(8)V99.
           02 SHHELD       PIC X(1).
           02 SHRUNDT      PIC X(10).

       FD GLPOSTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/GLPOST.DAT".
           02 FILLER    PIC X(1) VALUE SPACE.
           02 GLAMT     PIC -(9)9.99.

       FD RUNPARMFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/RUNPARM.DAT".
       01 RUNPARMREC          PIC X(80).

       FD RUNLOGFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/RUNLOG.DAT".
       01 RUNLOGREC           PIC X(106).

       WORKING-STORAGE SECTION.
       77 FSH    PIC XX.
       77 FSE    PIC XX.
       77 FSP    PIC XX.
       77 FSS    PIC XX.
       77 FSCA   PIC XX.
       77 FSSH   PIC XX.
       77 FSPC   PIC XX.
       77 WS-COMP-FOUND PIC X.
       77 WS-EOF      PIC X VALUE "N".
       77 WS-FOUND    PIC X.
       77 WS-PERIOD   PIC 9(6).
       77 WS-COUNT    PIC 9(6) VALUE ZERO.
       77 WS-SUPP-COUNT PIC 9(6) VALUE ZERO.
       77 WS-POST-EMPID PIC X(6).
       77 WS-POST-GROSS PIC 9(8)V99.
       77 WS-STATDED  PIC 9(8)V99.
       77 WS-OTHDED   PIC S9(8)V99.
       77 WS-PF-TOT   PIC 9(10)V99 VALUE ZERO.
       77 WS-DR-TOT   PIC 9(10)V99 VALUE ZERO.
       77 WS-CR-TOT   PIC S9(10)V99 VALUE ZERO.
       77 WS-BD-MATCH PIC 9(4).
       77 WS-BD-BRNID PIC X(6).
       77 WS-BD-DEPID PIC X(6).
       77 WS-ALLOC-AMT  PIC S9(8)V99.
       77 WS-ALLOC-DONE PIC S9(8)V99.
       77 WS-ALLOC-ERRS PIC 9(6) VALUE ZERO.
       77 WS-ALLOC-EMPID  PIC X(6).
       77 WS-ALLOC-PERIOD PIC 9(6).
       77 WS-ALLOC-EOF    PIC X.
       77 WS-ALLOC-PCT    PIC 9(4)V99.
       01 ALLOC-TABLE.
           02 AL-ENTRY OCCURS 10 TIMES INDEXED BY AL-IDX.
              03 AL-BRNID  PIC X(6).
              03 AL-DEPID  PIC X(6).
              03 AL-PCT    PIC 999V99.
       77 AL-TOP PIC 99 VALUE ZERO.

       01 BRDEP-TABLE.
           02 BD-ENTRY OCCURS 400 TIMES INDEXED BY BD-IDX.
              03 BD-DEPID  PIC X(6).
              03 BD-AMT    PIC 9(9)V99.
       77 BD-TOP PIC 9(4) VALUE ZERO.
       77 FSRP  PIC XX.
       77 FSRL  PIC XX.
       77 WS-RP-FOUND PIC X VALUE "N".
       77 WS-RL-TEXT  PIC X(60).
       01 WS-RUNPARM.
           02 WS-RP-PERIOD PIC 9(6).
           02 FILLER       PIC X.
           02 WS-RP-BASIS  PIC X.
           02 FILLER       PIC X.
           02 WS-RP-RERUN  PIC X.
           02 FILLER       PIC X.
           02 WS-RP-RUNNO  PIC 99.
           02 FILLER       PIC X.
           02 WS-RP-TOLPCT PIC 99.
           02 FILLER       PIC X.
           02 WS-RP-GEN    PIC 99.
           02 FILLER       PIC X(61).
       01 WS-RUNLOG-LINE.
           02 RL-DATE      PIC 9(8).
           02 FILLER       PIC X VALUE SPACE.
           02 RL-TIME      PIC 9(8).
           02 FILLER       PIC X VALUE SPACE.
           02 RL-PROG      PIC X(9) VALUE "GLPOST".
           02 FILLER       PIC X VALUE SPACE.
           02 RL-PERIOD    PIC 9(6).
           02 FILLER       PIC X VALUE SPACE.
           02 RL-GEN       PIC 99.
           02 FILLER       PIC X VALUE SPACE.
           02 RL-SRC       PIC X(7).
           02 FILLER       PIC X VALUE SPACE.
           02 RL-TEXT      PIC X(60).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-RUNPARM-PARA.
           IF WS-RP-FOUND = "Y"
              MOVE WS-RP-PERIOD TO WS-PERIOD
              DISPLAY "PERIOD " WS-PERIOD
                      " FROM THE RUN PARAMETER FILE"
           ELSE
              DISPLAY "ENTER PAY PERIOD (CCYYMM) :"
              ACCEPT WS-PERIOD
           END-IF.
           OPEN INPUT PAYHISTFILE.
           IF FSH = "35"
              DISPLAY "NO PAY HISTORY ON FILE - RUN PAYRUN FIRST"
              MOVE "STOPPED - NO PAY HISTORY ON FILE" TO WS-RL-TEXT
              PERFORM WRITE-RUNLOG-PARA
              MOVE 8 TO RETURN-CODE
              GOBACK.
           MOVE "STARTED" TO WS-RL-TEXT.
           PERFORM WRITE-RUNLOG-PARA.
           OPEN INPUT EMPFILE.
           OPEN INPUT PAYMENTFILE.
           OPEN INPUT PAYCOMPFILE.
           OPEN INPUT COSTALLOCFILE.
           MOVE WS-PERIOD TO PHPERIOD.
           MOVE SPACES TO PHEMPID.
           START PAYHISTFILE KEY IS NOT LESS THAN PHKEY
                    END-IF
              END-READ
           END-PERFORM.
           PERFORM SWEEP-SUPP-PARA.
           CLOSE COSTALLOCFILE.
           IF WS-ALLOC-ERRS > ZERO
              DISPLAY WS-ALLOC-ERRS " EMPLOYEES WITH A COST ALLOCATION"
                      " NOT TOTALLING 100% - RUN COSTVAL, CORRECT"
              DISPLAY "THE ALLOCATIONS AND RERUN. NO JOURNAL WRITTEN"
              CLOSE PAYHISTFILE
              CLOSE EMPFILE
              CLOSE PAYMENTFILE
              CLOSE PAYCOMPFILE
              MOVE "STOPPED - COST ALLOCATION NOT 100%, NO JOURNAL"
                 TO WS-RL-TEXT
              PERFORM WRITE-RUNLOG-PARA
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT GLPOSTFILE.
           PERFORM WRITE-DEBIT-PARA
              VARYING BD-IDX FROM 1 BY 1 UNTIL BD-IDX > BD-TOP.
           CLOSE PAYHISTFILE.
           CLOSE EMPFILE.
           CLOSE PAYMENTFILE.
           CLOSE PAYCOMPFILE.
           CLOSE GLPOSTFILE.
           DISPLAY "GL POSTING COMPLETE - " WS-COUNT " EMPLOYEES,"
                   " DEBITS " WS-DR-TOT " CREDITS " WS-CR-TOT.
           IF WS-SUPP-COUNT > ZERO
              DISPLAY WS-SUPP-COUNT " SUPPLEMENTARY RUN ROWS POSTED"
                      " WITH THE PERIOD".
           MOVE SPACES TO WS-RL-TEXT.
           STRING "END EMPLOYEES=" DELIMITED BY SIZE
                  WS-COUNT DELIMITED BY SIZE
                  " SUPPROWS=" DELIMITED BY SIZE
                  WS-SUPP-COUNT DELIMITED BY SIZE
             INTO WS-RL-TEXT.
           IF WS-DR-TOT NOT = WS-CR-TOT
              DISPLAY "JOURNAL OUT OF BALANCE - DO NOT LOAD"
              MOVE " OUT OF BALANCE" TO WS-RL-TEXT (37:15)
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE " BALANCED" TO WS-RL-TEXT (37:9)
           END-IF.
           PERFORM WRITE-RUNLOG-PARA.
      *    GOBACK, NOT STOP RUN - GLPOST CAN RUN AS A MONTHEND STEP.
           GOBACK.

      *    ONE PAYHIST ROW BECOMES A GROSS DEBIT AGAINST THE
      *    EMPLOYEE'S BRANCH/DEPARTMENT AND CREDITS FOR ITS DEDUCTION
      *    COMPONENTS AND NET PAY. THE STATUTORY SPLIT IS THE ONE
      *    PAYRUN TOOK AT THE RATES IN FORCE (PAYCOMP); A ROW WRITTEN
      *    BEFORE COMPONENTS WERE KEPT FALLS BACK TO THE PAYMENT
      *    MASTER. WHATEVER PART OF PHDEDUCT THE FOUR STATUTORY
      *    AMOUNTS DO NOT EXPLAIN (LOAN, OTHER AND STANDING
      *    DEDUCTIONS, OR A MASTER CHANGED SINCE THE RUN) GOES TO THE
      *    LOAN/OTHER CREDIT WITH ITS SIGN KEPT, SO THE JOURNAL
      *    ALWAYS BALANCES TO THE HISTORY.
       POST-ONE-EMP-PARA.
           MOVE PHEMPID TO WS-POST-EMPID.
           MOVE PHGROSS TO WS-POST-GROSS.
           PERFORM POST-DEBIT-PARA.
           ADD PHGROSS TO WS-DR-TOT.
           MOVE "N" TO WS-COMP-FOUND.
           IF FSPC = "35" OR FSPC = "30"
              CONTINUE
           ELSE
              MOVE PHPERIOD TO PCPERIOD
              MOVE PHEMPID  TO PCEMPID
              READ PAYCOMPFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE "Y" TO WS-COMP-FOUND
                    COMPUTE WS-STATDED =
                       PCPF + PCESI + PCPTAX + PCITAX
                    ADD PCPF   TO WS-PF-TOT
                    ADD PCESI  TO WS-ESI-TOT
                    ADD PCPTAX TO WS-PTX-TOT
                    ADD PCITAX TO WS-ITX-TOT
              END-READ
           END-IF.
           IF WS-COMP-FOUND = "N"
              MOVE PHEMPID TO PEMPID
              READ PAYMENTFILE
                 INVALID KEY
                    MOVE ZERO TO WS-STATDED
                 NOT INVALID KEY
                    COMPUTE WS-STATDED = PPF + PESI + PPTAX + PITAX
                    ADD PPF   TO WS-PF-TOT
                    ADD PESI  TO WS-ESI-TOT
                    ADD PPTAX TO WS-PTX-TOT
                    ADD PITAX TO WS-ITX-TOT
              END-READ
           END-IF.
           COMPUTE WS-OTHDED = PHDEDUCT - WS-STATDED.
           ADD WS-OTHDED TO WS-OTH-TOT.
           ADD PHNET TO WS-NET-TOT.
           ADD 1 TO WS-COUNT.

      *    THE GROSS DEBIT OF WS-POST-EMPID FOR WS-POST-GROSS - HOME
      *    BRANCH/DEPARTMENT, OR SPLIT BY THE COST ALLOCATION.
       POST-DEBIT-PARA.
           MOVE WS-POST-EMPID TO EEMPID.
           READ EMPFILE
              INVALID KEY
                 MOVE SPACES TO EBRNID
                 MOVE SPACES TO EDEPID
           END-READ.
           MOVE WS-POST-EMPID TO WS-ALLOC-EMPID.
           MOVE WS-PERIOD TO WS-ALLOC-PERIOD.
           PERFORM LOAD-ALLOC-PARA.
           IF AL-TOP = ZERO
              MOVE EBRNID TO WS-BD-BRNID
              MOVE EDEPID TO WS-BD-DEPID
              PERFORM FIND-OR-ADD-BRDEP-PARA
              ADD WS-POST-GROSS TO BD-AMT(WS-BD-MATCH)
           ELSE
              IF WS-ALLOC-PCT NOT = 100
                 ADD 1 TO WS-ALLOC-ERRS
                 DISPLAY "COST ALLOCATION FOR " WS-POST-EMPID
                         " TOTALS "
                         WS-ALLOC-PCT " PERCENT"
              ELSE
                 MOVE ZERO TO WS-ALLOC-DONE
                 PERFORM POST-SPLIT-PARA
                    VARYING AL-IDX FROM 1 BY 1 UNTIL AL-IDX > AL-TOP
              END-IF
           END-IF.

       SWEEP-SUPP-PARA.
           OPEN INPUT SUPPHISTFILE.
           IF FSSH = "35" OR FSSH = "30"
              CONTINUE
           ELSE
              MOVE "N" TO WS-EOF
              MOVE WS-PERIOD TO SHPERIOD
              MOVE ZERO      TO SHRUN
              MOVE SPACES    TO SHEMPID
              START SUPPHISTFILE KEY IS NOT LESS THAN SHKEY
                 INVALID KEY MOVE "Y" TO WS-EOF
              END-START
              PERFORM UNTIL WS-EOF = "Y"
                 READ SUPPHISTFILE NEXT RECORD
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF SHPERIOD NOT = WS-PERIOD
                          MOVE "Y" TO WS-EOF
                       ELSE
                          PERFORM POST-SUPP-EMP-PARA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SUPPHISTFILE
           END-IF.

       POST-SUPP-EMP-PARA.
           MOVE SHEMPID TO WS-POST-EMPID.
           MOVE SHGROSS TO WS-POST-GROSS.
           PERFORM POST-DEBIT-PARA.
           ADD SHGROSS  TO WS-DR-TOT.
           ADD SHDEDUCT TO WS-OTH-TOT.
           ADD SHNET    TO WS-NET-TOT.
           ADD 1 TO WS-SUPP-COUNT.

       POST-SPLIT-PARA.
           MOVE AL-BRNID(AL-IDX) TO WS-BD-BRNID.
           MOVE AL-DEPID(AL-IDX) TO WS-BD-DEPID.
           IF AL-IDX = AL-TOP
              COMPUTE WS-ALLOC-AMT = WS-POST-GROSS - WS-ALLOC-DONE
           ELSE
              COMPUTE WS-ALLOC-AMT ROUNDED =
                 WS-POST-GROSS * AL-PCT(AL-IDX) / 100
           END-IF.
           ADD WS-ALLOC-AMT TO WS-ALLOC-DONE.
           PERFORM FIND-OR-ADD-BRDEP-PARA.
           ADD WS-ALLOC-AMT TO BD-AMT(WS-BD-MATCH).

      *    WS-BD-BRNID/WS-BD-DEPID ARE THE EMPLOYEE'S HOME PAIR OR ONE
      *    LINE OF THEIR COST ALLOCATION.
       FIND-OR-ADD-BRDEP-PARA.
           MOVE "N" TO WS-FOUND.
           PERFORM VARYING BD-IDX FROM 1 BY 1
              UNTIL BD-IDX > BD-TOP OR WS-FOUND = "Y"
              IF BD-BRNID(BD-IDX) = WS-BD-BRNID AND
                 BD-DEPID(BD-IDX) = WS-BD-DEPID
                 MOVE "Y" TO WS-FOUND
                 SET WS-BD-MATCH TO BD-IDX
              END-IF
              IF BD-TOP >= 400
                 DISPLAY "BRANCH/DEPT TABLE FULL - RAISE BD-ENTRY"
                         " OCCURS AND RERUN"
                 MOVE "STOPPED - BRANCH/DEPT TABLE FULL" TO WS-RL-TEXT
                 PERFORM WRITE-RUNLOG-PARA
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1 TO BD-TOP
              SET BD-IDX TO BD-TOP
              SET WS-BD-MATCH TO BD-TOP
              MOVE WS-BD-BRNID TO BD-BRNID(BD-IDX)
              MOVE WS-BD-DEPID TO BD-DEPID(BD-IDX)
              MOVE ZERO TO BD-AMT(BD-IDX)
           END-IF.

      *    COLLECTS THE COST-ALLOCATION LINES OF WS-ALLOC-EMPID IN
      *    FORCE FOR WS-ALLOC-PERIOD (FROM PERIOD NOT AFTER IT, TO
      *    PERIOD ZERO OR NOT BEFORE IT) AND THEIR PERCENT TOTAL. NO
      *    LINES MEANS THE WHOLE COST STAYS ON EBRNID/EDEPID.
       LOAD-ALLOC-PARA.
           MOVE ZERO TO AL-TOP WS-ALLOC-PCT.
           MOVE "N" TO WS-ALLOC-EOF.
           IF FSCA = "35" OR FSCA = "30"
              MOVE "Y" TO WS-ALLOC-EOF
           ELSE
              MOVE WS-ALLOC-EMPID TO CAEMPID
              MOVE ZERO TO CAFROM CASEQ
              START COSTALLOCFILE KEY IS NOT LESS THAN CAKEY
                 INVALID KEY MOVE "Y" TO WS-ALLOC-EOF
              END-START
           END-IF.
           PERFORM UNTIL WS-ALLOC-EOF = "Y"
              READ COSTALLOCFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-ALLOC-EOF
                 NOT AT END
                    IF CAEMPID NOT = WS-ALLOC-EMPID
                       MOVE "Y" TO WS-ALLOC-EOF
                    ELSE
                       IF CAFROM NOT > WS-ALLOC-PERIOD AND
                          (CATO = ZERO OR
                           CATO NOT < WS-ALLOC-PERIOD) AND
                          AL-TOP < 10
                          ADD 1 TO AL-TOP
                          MOVE CABRNID TO AL-BRNID(AL-TOP)
                          MOVE CADEPID TO AL-DEPID(AL-TOP)
                          MOVE CAPCT   TO AL-PCT(AL-TOP)
                          ADD CAPCT TO WS-ALLOC-PCT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       WRITE-DEBIT-PARA.
           MOVE "D"               TO GLTYPE.
           MOVE "SALEXP"          TO GLACCT.
           MOVE WS-CR-TOT TO GLAMT.
           WRITE GLPOSTREC.

      *    THE RUN PARAMETER FILE DATA/RUNPARM.DAT (LAYOUT IN
      *    MONTHEND) STANDS IN FOR THE CONSOLE PROMPTS WHEN PRESENT.
       READ-RUNPARM-PARA.
           MOVE "N" TO WS-RP-FOUND.
           OPEN INPUT RUNPARMFILE.
           IF FSRP = "00"
              READ RUNPARMFILE INTO WS-RUNPARM
                 AT END CONTINUE
                 NOT AT END MOVE "Y" TO WS-RP-FOUND
              END-READ
              CLOSE RUNPARMFILE
           END-IF.

      *    ONE LINE PER EVENT ON DATA/RUNLOG.DAT - WHEN, WHICH
      *    PROGRAM, THE PERIOD AND OUTPUT GENERATION, WHETHER THE
      *    PARAMETERS CAME FROM THE FILE OR THE CONSOLE, AND WS-RL-TEXT.
       WRITE-RUNLOG-PARA.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE WS-PERIOD TO RL-PERIOD.
           IF WS-RP-FOUND = "Y"
              MOVE WS-RP-GEN TO RL-GEN
              MOVE "PARMFIL" TO RL-SRC
           ELSE
              MOVE ZERO TO RL-GEN
              MOVE "CONSOLE" TO RL-SRC
           END-IF.
           MOVE WS-RL-TEXT TO RL-TEXT.
           OPEN EXTEND RUNLOGFILE.
           IF FSRL = "05" OR FSRL = "35"
              CLOSE RUNLOGFILE
              OPEN OUTPUT RUNLOGFILE.
           WRITE RUNLOGREC FROM WS-RUNLOG-LINE.
           CLOSE RUNLOGFILE.

       END PROGRAM GLPOST.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKRET.
      *    OR LOSS OF PAY (ATTENDFILE ATLOP). PRIOR-PERIOD ROWS WITH
      *    NO ROW THIS PERIOD ARE FLAGGED TOO. EVERYTHING FLAGGED GOES
      *    TO DATA/PAYVAR.DAT; UNEXPLAINED MOVERS SET RETURN-CODE 4 SO
      *    A SCHEDULER CAN HOLD THE BANK FILE BACK. WHEN THE RUN
      *    PARAMETER FILE DATA/RUNPARM.DAT IS PRESENT THE PERIOD AND
      *    TOLERANCE COME FROM IT AND THE RUN IS LOGGED ON
      *    DATA/RUNLOG.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSS.

           SELECT RUNPARMFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSRP.

           SELECT RUNLOGFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSRL.

       DATA DIVISION.
       FILE SECTION.
       FD PAYHISTFILE
           02 FILLER    PIC X(1) VALUE SPACE.
           02 PVREASON  PIC X(12).

       FD RUNPARMFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/RUNPARM.DAT".
       01 RUNPARMREC          PIC X(80).

       FD RUNLOGFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/RUNLOG.DAT".
       01 RUNLOGREC           PIC X(106).

       WORKING-STORAGE SECTION.
       77 FSH    PIC XX.
       77 FSE    PIC XX.
       77 WS-FLAGGED  PIC 9(6) VALUE ZERO.
       77 WS-UNEXPL   PIC 9(6) VALUE ZERO.
       77 WS-WRKEMP   PIC X(6).
       77 FSRP  PIC XX.
       77 FSRL  PIC XX.
       77 WS-RP-FOUND PIC X VALUE "N".
       77 WS-RL-TEXT  PIC X(60).
       01 WS-RUNPARM.
           02 WS-RP-PERIOD PIC 9(6).
           02 FILLER       PIC X.
           02 WS-RP-BASIS  PIC X.
           02 FILLER       PIC X.
           02 WS-RP-RERUN  PIC X.
           02 FILLER       PIC X.
           02 WS-RP-RUNNO  PIC 99.
           02 FILLER       PIC X.
           02 WS-RP-TOLPCT PIC 99.
           02 FILLER       PIC X.
           02 WS-RP-GEN    PIC 99.
           02 FILLER       PIC X(61).
       01 WS-RUNLOG-LINE.
           02 RL-DATE      PIC 9(8).
           02 FILLER       PIC X VALUE SPACE.
           02 RL-TIME      PIC 9(8).
           02 FILLER       PIC X VALUE SPACE.
           02 RL-PROG      PIC X(9) VALUE "PAYVAR".
           02 FILLER       PIC X VALUE SPACE.
           02 RL-PERIOD    PIC 9(6).
           02 FILLER       PIC X VALUE SPACE.
           02 RL-GEN       PIC 99.
           02 FILLER       PIC X VALUE SPACE.
           02 RL-SRC       PIC X(7).
           02 FILLER       PIC X VALUE SPACE.
           02 RL-TEXT      PIC X(60).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-RUNPARM-PARA.
           IF WS-RP-FOUND = "Y"
              MOVE WS-RP-PERIOD TO WS-PERIOD
              MOVE WS-RP-TOLPCT TO WS-TOLPCT
              DISPLAY "PERIOD " WS-PERIOD " TOLERANCE " WS-TOLPCT
                      "% FROM THE RUN PARAMETER FILE"
           ELSE
              DISPLAY "ENTER NEW PAY PERIOD (CCYYMM)      :"
              ACCEPT WS-PERIOD
              DISPLAY "ENTER TOLERANCE PERCENT (00-99)    :"
              ACCEPT WS-TOLPCT
           END-IF.
           IF WS-PERIOD (5:2) = "01"
              COMPUTE WS-PRVPER = WS-PERIOD - 100 + 11
           ELSE
           OPEN INPUT PAYHISTFILE.
           IF FSH = "35"
              DISPLAY "NO PAY HISTORY ON FILE - RUN PAYRUN FIRST"
              MOVE "STOPPED - NO PAY HISTORY ON FILE" TO WS-RL-TEXT
              PERFORM WRITE-RUNLOG-PARA
              MOVE 8 TO RETURN-CODE
              GOBACK.
           MOVE SPACES TO WS-RL-TEXT.
           STRING "STARTED TOLERANCE=" DELIMITED BY SIZE
                  WS-TOLPCT DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
             INTO WS-RL-TEXT.
           PERFORM WRITE-RUNLOG-PARA.
           OPEN INPUT EMPFILE.
           OPEN INPUT SEPARATEFILE.
           OPEN INPUT REVISIONFILE.
                      " BANKDISB"
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO WS-RL-TEXT.
           STRING "END FLAGGED=" DELIMITED BY SIZE
                  WS-FLAGGED DELIMITED BY SIZE
                  " UNEXPLAINED=" DELIMITED BY SIZE
                  WS-UNEXPL DELIMITED BY SIZE
             INTO WS-RL-TEXT.
           PERFORM WRITE-RUNLOG-PARA.
      *    GOBACK, NOT STOP RUN - PAYVAR CAN RUN AS A MONTHEND STEP.
           GOBACK.

       SWEEP-NEW-PERIOD-PARA.
           MOVE "N" TO WS-EOF.
           START PAYHISTFILE KEY IS GREATER THAN PHKEY
              INVALID KEY MOVE "Y" TO WS-EOF.

      *    THE RUN PARAMETER FILE DATA/RUNPARM.DAT (LAYOUT IN
      *    MONTHEND) STANDS IN FOR THE CONSOLE PROMPTS WHEN PRESENT.
       READ-RUNPARM-PARA.
           MOVE "N" TO WS-RP-FOUND.
           OPEN INPUT RUNPARMFILE.
           IF FSRP = "00"
              READ RUNPARMFILE INTO WS-RUNPARM
                 AT END CONTINUE
                 NOT AT END MOVE "Y" TO WS-RP-FOUND
              END-READ
              CLOSE RUNPARMFILE
           END-IF.

      *    ONE LINE PER EVENT ON DATA/RUNLOG.DAT - WHEN, WHICH
      *    PROGRAM, THE PERIOD AND OUTPUT GENERATION, WHETHER THE
      *    PARAMETERS CAME FROM THE FILE OR THE CONSOLE, AND WS-RL-TEXT.
       WRITE-RUNLOG-PARA.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE WS-PERIOD TO RL-PERIOD.
           IF WS-RP-FOUND = "Y"
              MOVE WS-RP-GEN TO RL-GEN
              MOVE "PARMFIL" TO RL-SRC
           ELSE
              MOVE ZERO TO RL-GEN
              MOVE "CONSOLE" TO RL-SRC
           END-IF.
           MOVE WS-RL-TEXT TO RL-TEXT.
           OPEN EXTEND RUNLOGFILE.
           IF FSRL = "05" OR FSRL = "35"
              CLOSE RUNLOGFILE
              OPEN OUTPUT RUNLOGFILE.
           WRITE RUNLOGREC FROM WS-RUNLOG-LINE.
           CLOSE RUNLOGFILE.

       END PROGRAM PAYVAR.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXCERT.
      *    PAYPRINT PRINTS PAYSLIPS - BASIC, ALLOWANCES, PF, ESI,
      *    PROFESSIONAL TAX AND INCOME TAX DEDUCTED ARE ALL SHOWN
      *    SEPARATELY, WITH THE SLAB-COMPUTED TAX ALONGSIDE THE TAX
      *    ACTUALLY DEDUCTED. THE INVESTMENT DECLARATIONS ON
      *    DATA/INVDECL.DAT FOR THE YEAR ARE LISTED BY SECTION WITH
      *    THE AMOUNT DECLARED AND THE AMOUNT ALLOWED - AT YEAR END
      *    ONLY VERIFIED PROOF IS ALLOWED, AS IN TAXCALC AFTER THE
      *    PROOF CUT-OFF - AND THE TOTAL ALLOWED COMES OFF THE GROSS
      *    BEFORE THE SLABS ARE APPLIED. SUPPLEMENTARY RUNS OF THE
      *    YEAR'S PERIODS (SUPPRUN, DATA/SUPPHIST.DAT) COUNT WITH THE
      *    REGULAR ONES: THEIR GROSS IS SHOWN AS SUPPLEMENTARY PAY AND
      *    TAXED WITH THE REST, THEIR RECOVERIES AS A DEDUCTION LINE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORD KEY IS TSSLABNO
           FILE STATUS IS FSTS.

           SELECT INVDECLFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDKEY
           FILE STATUS IS FSID.

           SELECT SUPPHISTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SHKEY
           FILE STATUS IS FSSH.

           SELECT TAXCERTFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSS.
           02 PCITAX       PIC 9(6)V99.
           02 PCLOAN       PIC 9(8)V99.
           02 PCOTHD       PIC 9(8)V99.
           02 PCPFER       PIC 9(6)V99.
           02 PCESIER      PIC 9(6)V99.
           02 PCBASIS      PIC X(1).
           02 PCPAYDAYS    PIC 99.
           02 PCMTHDAYS    PIC 99.
           02 PCSUSP       PIC 9(8)V99.
           02 PCSTD        PIC 9(8)V99.

       FD EMPFILE
           LABEL RECORDS ARE STANDARD
           02 TSRATE   PIC 99V99.
           02 TSSTDDED PIC 9(6).

       FD INVDECLFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/INVDECL.DAT".
       01 INVDECLREC.
           02 IDKEY.
              03 IDEMPID   PIC X(6).
              03 IDYEAR    PIC 9(6).
              03 IDSECT    PIC X(6).
           02 IDDECLAMT    PIC 9(8)V99.
           02 IDPROOFAMT   PIC 9(8)V99.
           02 IDVERIFY     PIC X(1).

       FD SUPPHISTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/SUPPHIST.DAT".
       01 SUPPHISTREC.
           02 SHKEY.
              03 SHPERIOD  PIC 9(6).
              03 SHRUN     PIC 99.
              03 SHEMPID   PIC X(6).
           02 SHGROSS      PIC 9(8)V99.
           02 SHDEDUCT     PIC 9(8)V99.
           02 SHNET        PIC 9(8)V99.
           02 SHHELD       PIC X(1).
           02 SHRUNDT      PIC X(10).

       FD TAXCERTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/TAXCERT.DAT".
       77 FSE   PIC XX.
       77 FSB   PIC XX.
       77 FSTS  PIC XX.
       77 FSID  PIC XX.
       77 FSS   PIC XX.
       77 FSSH  PIC XX.
       77 WS-EOF      PIC X VALUE "N".
       77 WS-DECL-EOF PIC X.
       77 WS-DEDALLOW PIC 9(9)V99.
       77 WS-ALLOWED  PIC 9(8)V99.
       77 WS-SLAB-EOF PIC X VALUE "N".
       77 WS-FOUND    PIC X.
       77 WS-STARTPER PIC 9(6).
       77 WS-ANNTAX   PIC 9(9)V99.
       77 WS-STDDED   PIC 9(6) VALUE ZERO.
       77 WS-TC-MATCH PIC 9(4).
       77 WS-TC-EMPID PIC X(6).

       01 SLAB-TABLE.
           02 SL-ENTRY OCCURS 20 TIMES INDEXED BY SL-IDX.
              03 TC-ITAX   PIC 9(8)V99.
              03 TC-LOAN   PIC 9(9)V99.
              03 TC-OTHD   PIC 9(9)V99.
              03 TC-SUPP   PIC 9(9)V99.
              03 TC-SUPPD  PIC 9(9)V99.
              03 TC-MONTHS PIC 99.
       77 TC-TOP PIC 9(4) VALUE ZERO.

           02 FILLER    PIC X(3) VALUE SPACES.
           02 WP-LABEL  PIC X(26).
           02 WP-AMT    PIC Z(8)9.99.
       01 WS-DECL-LINE.
           02 FILLER    PIC X(5) VALUE SPACES.
           02 WD-SECT   PIC X(8).
           02 FILLER    PIC X(9) VALUE "DECLARED ".
           02 WD-DECL   PIC Z(7)9.99.
           02 FILLER    PIC X(10) VALUE "  ALLOWED ".
           02 WD-ALLOW  PIC Z(7)9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
              END-READ
           END-PERFORM.
           CLOSE PAYCOMPFILE.
           PERFORM GATHER-SUPP-PARA.
           OPEN INPUT EMPFILE.
           OPEN INPUT BRANCHFILE.
           OPEN INPUT INVDECLFILE.
           OPEN OUTPUT TAXCERTFILE.
           PERFORM PRINT-CERT-PARA
              VARYING TC-IDX FROM 1 BY 1 UNTIL TC-IDX > TC-TOP.
           CLOSE EMPFILE.
           CLOSE BRANCHFILE.
           IF FSID NOT = "35"
              CLOSE INVDECLFILE.
           CLOSE TAXCERTFILE.
           DISPLAY "TAX CERTIFICATE RUN COMPLETE - " WS-COUNT
                   " CERTIFICATES".
              WS-ROW-MONTHS > WS-TO-MONTHS
              CONTINUE
           ELSE
              MOVE PCEMPID TO WS-TC-EMPID
              PERFORM FIND-OR-ADD-EMP-PARA
              ADD PCBASIC TO TC-BASIC(WS-TC-MATCH)
              ADD PCALLOW TO TC-ALLOW(WS-TC-MATCH)
              ADD 1 TO TC-MONTHS(WS-TC-MATCH)
           END-IF.

       GATHER-SUPP-PARA.
           OPEN INPUT SUPPHISTFILE.
           IF FSSH = "35" OR FSSH = "30"
              CONTINUE
           ELSE
              MOVE "N" TO WS-EOF
              PERFORM UNTIL WS-EOF = "Y"
                 READ SUPPHISTFILE NEXT RECORD
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END PERFORM GATHER-SUPP-ROW-PARA
                 END-READ
              END-PERFORM
              CLOSE SUPPHISTFILE
           END-IF.

       GATHER-SUPP-ROW-PARA.
           MOVE SHPERIOD (1:4) TO WS-YY.
           MOVE SHPERIOD (5:2) TO WS-MM.
           COMPUTE WS-ROW-MONTHS = WS-YY * 12 + WS-MM.
           IF WS-ROW-MONTHS < WS-FROM-MONTHS OR
              WS-ROW-MONTHS > WS-TO-MONTHS
              CONTINUE
           ELSE
              MOVE SHEMPID TO WS-TC-EMPID
              PERFORM FIND-OR-ADD-EMP-PARA
              ADD SHGROSS  TO TC-SUPP(WS-TC-MATCH)
              ADD SHDEDUCT TO TC-SUPPD(WS-TC-MATCH)
           END-IF.

       FIND-OR-ADD-EMP-PARA.
           MOVE "N" TO WS-FOUND.
           PERFORM VARYING TC-IDX FROM 1 BY 1
              UNTIL TC-IDX > TC-TOP OR WS-FOUND = "Y"
              IF TC-EMPID(TC-IDX) = WS-TC-EMPID
                 MOVE "Y" TO WS-FOUND
                 SET WS-TC-MATCH TO TC-IDX
              END-IF
              ADD 1 TO TC-TOP
              SET TC-IDX TO TC-TOP
              SET WS-TC-MATCH TO TC-TOP
              MOVE WS-TC-EMPID TO TC-EMPID(TC-IDX)
              MOVE ZERO TO TC-BASIC(TC-IDX) TC-ALLOW(TC-IDX)
              MOVE ZERO TO TC-PF(TC-IDX) TC-ESI(TC-IDX)
              MOVE ZERO TO TC-PTAX(TC-IDX) TC-ITAX(TC-IDX)
              MOVE ZERO TO TC-LOAN(TC-IDX) TC-OTHD(TC-IDX)
              MOVE ZERO TO TC-SUPP(TC-IDX) TC-SUPPD(TC-IDX)
              MOVE ZERO TO TC-MONTHS(TC-IDX)
           END-IF.

           MOVE "ALLOWANCES" TO WP-LABEL.
           MOVE TC-ALLOW(TC-IDX) TO WP-AMT.
           PERFORM WRITE-PAY-LINE-PARA.
           MOVE "SUPPLEMENTARY PAY" TO WP-LABEL.
           MOVE TC-SUPP(TC-IDX) TO WP-AMT.
           PERFORM WRITE-PAY-LINE-PARA.
           COMPUTE WS-GROSS = TC-BASIC(TC-IDX) + TC-ALLOW(TC-IDX)
                            + TC-SUPP(TC-IDX).
           MOVE "GROSS EARNINGS" TO WP-LABEL.
           MOVE WS-GROSS TO WP-AMT.
           PERFORM WRITE-PAY-LINE-PARA.
           MOVE "OTHER DEDUCTIONS" TO WP-LABEL.
           MOVE TC-OTHD(TC-IDX) TO WP-AMT.
           PERFORM WRITE-PAY-LINE-PARA.
           MOVE "SUPPLEMENTARY RECOVERIES" TO WP-LABEL.
           MOVE TC-SUPPD(TC-IDX) TO WP-AMT.
           PERFORM WRITE-PAY-LINE-PARA.
           MOVE "DEDUCTIONS ALLOWED" TO PRTREC.
           WRITE PRTREC.
           PERFORM PRINT-DECL-PARA.
           MOVE "TOTAL DEDUCTIONS ALLOWED" TO WP-LABEL.
           MOVE WS-DEDALLOW TO WP-AMT.
           PERFORM WRITE-PAY-LINE-PARA.
           MOVE "STANDARD DEDUCTION" TO WP-LABEL.
           MOVE WS-STDDED TO WP-AMT.
           PERFORM WRITE-PAY-LINE-PARA.
           PERFORM COMPUTE-SLAB-TAX-PARA.
           MOVE "TAXABLE INCOME" TO WP-LABEL.
           MOVE WS-TAXABLE TO WP-AMT.
           PERFORM WRITE-PAY-LINE-PARA.
           MOVE WS-RULE-LINE TO PRTREC.
           WRITE PRTREC.
           MOVE "TAX PER SLABS" TO WP-LABEL.
           WRITE PRTREC.
           ADD 1 TO WS-COUNT.

       PRINT-DECL-PARA.
           MOVE ZERO TO WS-DEDALLOW.
           IF FSID NOT = "35"
              MOVE TC-EMPID(TC-IDX) TO IDEMPID
              MOVE WS-STARTPER      TO IDYEAR
              MOVE LOW-VALUES       TO IDSECT
              MOVE "N" TO WS-DECL-EOF
              START INVDECLFILE KEY IS NOT LESS THAN IDKEY
                 INVALID KEY MOVE "Y" TO WS-DECL-EOF
              END-START
              PERFORM UNTIL WS-DECL-EOF = "Y"
                 READ INVDECLFILE NEXT RECORD
                    AT END MOVE "Y" TO WS-DECL-EOF
                    NOT AT END
                       IF IDEMPID = TC-EMPID(TC-IDX) AND
                          IDYEAR = WS-STARTPER
                          PERFORM PRINT-DECL-LINE-PARA
                       ELSE
                          MOVE "Y" TO WS-DECL-EOF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

       PRINT-DECL-LINE-PARA.
           IF IDVERIFY = "Y"
              MOVE IDPROOFAMT TO WS-ALLOWED
           ELSE
              MOVE ZERO TO WS-ALLOWED
           END-IF.
           ADD WS-ALLOWED TO WS-DEDALLOW.
           MOVE IDSECT     TO WD-SECT.
           MOVE IDDECLAMT  TO WD-DECL.
           MOVE WS-ALLOWED TO WD-ALLOW.
           MOVE WS-DECL-LINE TO PRTREC.
           WRITE PRTREC.

       COMPUTE-SLAB-TAX-PARA.
           COMPUTE WS-TAXABLE = WS-GROSS - WS-STDDED - WS-DEDALLOW.
           IF WS-TAXABLE < ZERO
              MOVE ZERO TO WS-TAXABLE.
           MOVE ZERO TO WS-ANNTAX.
       PROGRAM-ID. BONUSRUN.

      *    ANNUAL STATUTORY BONUS RUN - FOR AN OPERATOR-SUPPLIED
      *    BONUS YEAR, BONUS PERCENT AND PAYABLE PAY
      *    PERIOD: ELIGIBILITY IS PBASIC AT OR UNDER THE CEILING,
      *    MONTHS WORKED ARE PRO-RATED FROM THE YEAR'S ATTENDFILE
      *    ROWS (MONTHS WITH DAYS PRESENT) CAPPED BY THE EDOJ JOINING
      *    POSTED TO THE ONE-TIME TRANSACTION FILE DATA/PAYTRAN.DAT
      *    (CODE BONUS, PICKED UP BY PAYRUN IN THE PAYABLE PERIOD)
      *    AND AN AUDITABLE LISTING OF WHO GOT WHAT AND WHY, WITH
      *    BRANCH TOTALS, GOES TO DATA/BONUS.DAT. THE WAGE CEILING
      *    IS NO LONGER KEYED - IT IS THE BONUS (BN) CEILING IN FORCE
      *    AT THE END OF THE BONUS YEAR ON THE STATUTORY RATE FILE
      *    DATA/STATRATE.DAT MAINTAINED IN STATMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORD KEY IS BBRID
           FILE STATUS IS FSB.

           SELECT STATRATEFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SRKEY
           FILE STATUS IS FSSR.

           SELECT BONUSFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSS.
           02 BEMAIL   PIC X(20).
           02 BMGRNAME PIC X(25).

       FD STATRATEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/STATRATE.DAT".
       01 STATRATEREC.
           02 SRKEY.
              03 SRSCHEME  PIC X(2).
              03 SRSTATE   PIC X(6).
              03 SREFFDT   PIC X(10).
              03 SRSLABNO  PIC 99.
           02 SREEPCT      PIC 99V99.
           02 SRERPCT      PIC 99V99.
           02 SRCEIL       PIC 9(6)V99.
           02 SRFROM       PIC 9(6)V99.
           02 SRTO         PIC 9(6)V99.
           02 SRPTAMT      PIC 9(4)V99.

       FD BONUSFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/BONUS.DAT".
       77 FSPT   PIC XX.
       77 FSPD   PIC XX.
       77 FSB    PIC XX.
       77 FSSR   PIC XX.
       77 FSS    PIC XX.
       77 WS-EOF      PIC X VALUE "N".
       77 WS-FOUND    PIC X.
       77 WS-SEPARATED PIC X.
       77 WS-YEAR     PIC 9(4).
       77 WS-CEILING  PIC 9(6)V99.
       77 WS-CEIL-FOUND PIC X.
       77 WS-SR-EOF   PIC X.
       77 WS-YEAR-END PIC X(10).
       77 WS-PCT      PIC 99V99.
       77 WS-PAYPER   PIC 9(6).
       77 WS-PD-OPEN  PIC X.
       MAIN-PARA.
           DISPLAY "ENTER BONUS YEAR (CCYY)            :".
           ACCEPT WS-YEAR.
           PERFORM GET-CEILING-PARA.
           IF WS-CEIL-FOUND NOT = "Y"
              DISPLAY "NO BONUS WAGE CEILING IN FORCE FOR " WS-YEAR
                      " - SET IT IN STATMAINT FIRST"
              MOVE 8 TO RETURN-CODE
              STOP RUN.
           DISPLAY "BONUS WAGE CEILING IN FORCE        : " WS-CEILING.
           DISPLAY "ENTER BONUS PERCENT (NNNN = NN.NN) :".
           ACCEPT WS-PCT.
           DISPLAY "ENTER PAYABLE PAY PERIOD (CCYYMM)  :".
           MOVE BBRNAME TO BNSTATUS.
           WRITE BONUSREC.

      *    THE LATEST BN ROW EFFECTIVE ON OR BEFORE THE LAST DAY OF
      *    THE BONUS YEAR CARRIES THE CEILING (ROWS COME BACK IN
      *    EFFECTIVE-DATE ORDER, SO THE LAST ONE READ WINS).
       GET-CEILING-PARA.
           MOVE "N" TO WS-CEIL-FOUND.
           MOVE ZERO TO WS-CEILING.
           STRING WS-YEAR DELIMITED BY SIZE
                  "-12-31" DELIMITED BY SIZE
             INTO WS-YEAR-END.
           OPEN INPUT STATRATEFILE.
           IF FSSR = "35" OR FSSR = "30"
              CLOSE STATRATEFILE
           ELSE
              MOVE "N" TO WS-SR-EOF
              MOVE "BN" TO SRSCHEME
              MOVE SPACES TO SRSTATE
              MOVE SPACES TO SREFFDT
              MOVE ZERO TO SRSLABNO
              START STATRATEFILE KEY IS NOT LESS THAN SRKEY
                 INVALID KEY MOVE "Y" TO WS-SR-EOF
              END-START
              PERFORM UNTIL WS-SR-EOF = "Y"
                 READ STATRATEFILE NEXT RECORD
                    AT END MOVE "Y" TO WS-SR-EOF
                    NOT AT END
                       IF SRSCHEME NOT = "BN" OR
                          SREFFDT > WS-YEAR-END
                          MOVE "Y" TO WS-SR-EOF
                       ELSE
                          MOVE "Y" TO WS-CEIL-FOUND
                          MOVE SRCEIL TO WS-CEILING
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE STATRATEFILE
           END-IF.

       CHECK-PERIOD-OPEN-PARA.
           MOVE "Y" TO WS-PD-OPEN.
           OPEN INPUT PERIODFILE.
      *    DATA/HOLIDAY.DAT CALENDAR FOR THE EMPLOYEE'S BRANCH THE
      *    WAY LEAVEREG COUNTS THEM. A DAY WITH ONLY ONE PUNCH IS NOT
      *    COUNTED PRESENT AND GOES TO DATA/ATTEXCEP.DAT AS A MISSING
      *    PUNCH. AN EMPLOYEE ROSTERED ON A SHIFT FOR THE DAY (SEE
      *    SHIFTMNT - DATA/ROSTER.DAT AND DATA/SHIFT.DAT) GETS A LATE
      *    MARK THERE FOR AN IN TIME PAST THE SHIFT START PLUS ITS
      *    GRACE MINUTES AND AN EARLY OUT FOR AN OUT TIME BEFORE THE
      *    SHIFT END; A SHIFT ENDING BEFORE IT STARTS RUNS PAST
      *    MIDNIGHT AND ITS PUNCHES CARRY THE DATE THE SHIFT STARTED.
      *    AN EMPLOYEE WITH NO ROSTER FOR THE DAY IS STILL MARKED LATE
      *    FOR AN IN TIME AFTER 09:30. EACH SHIFT WORKED EARNS THE
      *    SHIFT'S ALLOWANCE, TOTALLED PER PERIOD AND EMPLOYEE ON
      *    DATA/SHIFTALW.DAT FOR PAYRUN. A FULL DAY PUNCHED ON A
      *    WEEKEND OR A HOLIDAY OF THE EMPLOYEE'S BRANCH IS WRITTEN TO
      *    DATA/COMPOFF.DAT AS A PENDING COMP-OFF CLAIM FOR THE
      *    SUPERVISOR TO CONFIRM IN LEAVAPPR; A DAY ALREADY ON THAT
      *    FILE IS LEFT AS IT IS SO A RERUN DOES NOT UNDO A DECISION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSS.

           SELECT SHIFTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SHCODE
           FILE STATUS IS FSSH.

           SELECT ROSTERFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ROKEY
           FILE STATUS IS FSRO.

           SELECT SHIFTALWFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SAKEY
           FILE STATUS IS FSSA.

           SELECT COMPOFFFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COKEY
           FILE STATUS IS FSCO.

       DATA DIVISION.
       FILE SECTION.
       FD PUNCHFILE
           02 FILLER    PIC X(1) VALUE SPACE.
           02 AXMSG     PIC X(30).

       FD SHIFTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/SHIFT.DAT".
       01 SHIFTREC.
           02 SHCODE       PIC X(3).
           02 SHDESC       PIC X(20).
           02 SHSTART      PIC X(5).
           02 SHEND        PIC X(5).
           02 SHGRACE      PIC 99.
           02 SHALLOW      PIC 9(4)V99.

       FD ROSTERFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/ROSTER.DAT".
       01 ROSTERREC.
           02 ROKEY.
              03 ROEMPID   PIC X(6).
              03 ROFROMDT  PIC X(10).
           02 ROTODT       PIC X(10).
           02 ROSHIFT      PIC X(3).

       FD SHIFTALWFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/SHIFTALW.DAT".
       01 SHIFTALWREC.
           02 SAKEY.
              03 SAPERIOD  PIC 9(6).
              03 SAEMPID   PIC X(6).
           02 SADAYS       PIC 99.
           02 SAAMT        PIC 9(6)V99.

       FD COMPOFFFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/COMPOFF.DAT".
       01 COMPOFFREC.
           02 COKEY.
              03 COEMPID   PIC X(6).
              03 CODATE    PIC X(10).
           02 COBRNID      PIC X(6).
           02 COIN         PIC X(5).
           02 COOUT        PIC X(5).
           02 COSTAT       PIC X(1).
           02 COCONFBY     PIC X(8).
           02 COCONFDT     PIC X(10).
           02 COEXPDT      PIC X(10).
           02 COCLRDT      PIC X(10).
           02 COLRSEQ      PIC 9(4).

       WORKING-STORAGE SECTION.
       77 FSPN  PIC XX.
       77 FSE   PIC XX.
       77 FSHO  PIC XX.
       77 FSPD  PIC XX.
       77 FSS   PIC XX.
       77 FSSH  PIC XX.
       77 FSRO  PIC XX.
       77 FSSA  PIC XX.
       77 FSCO  PIC XX.
       77 WS-EOF      PIC X VALUE "N".
       77 WS-FOUND    PIC X.
       77 WS-PERIOD   PIC 9(6).
       77 WS-PUNCHES  PIC 9(6) VALUE ZERO.
       77 WS-MISSING  PIC 9(6) VALUE ZERO.
       77 WS-LATE     PIC 9(6) VALUE ZERO.
       77 WS-EARLY    PIC 9(6) VALUE ZERO.
       77 WS-OFFDAY   PIC 9(6) VALUE ZERO.
       77 WS-DATE-STR PIC X(8).
       77 WS-POSTED   PIC 9(6) VALUE ZERO.
       77 WS-IM-MATCH PIC 9(4).
       77 WS-WORKDAYS PIC 99.
       77 WS-CAL-DATE PIC X(10).
       77 WS-HOLIDAY  PIC X.
       77 WS-EBRNID   PIC X(6).
       77 WS-RO-EOF   PIC X.
       77 WS-SH-FOUND PIC X.
       77 WS-SHCODE   PIC X(3).
       77 WS-TIME     PIC X(5).
       77 WS-TIME-MIN PIC 9(4).
       77 WS-HH       PIC 99.
       77 WS-MI       PIC 99.
       77 WS-IN-MIN   PIC 9(4).
       77 WS-OUT-MIN  PIC 9(4).
       77 WS-ST-MIN   PIC 9(4).
       77 WS-END-MIN  PIC 9(4).

       01 IMP-TABLE.
           02 IM-ENTRY OCCURS 500 TIMES INDEXED BY IM-IDX.
              03 IM-EMPID  PIC X(6).
              03 IM-PRES   PIC 99.
              03 IM-SHDAYS PIC 99.
              03 IM-SHAMT  PIC 9(6)V99.
       77 IM-TOP PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
           IF FSAT = 30
              OPEN OUTPUT ATTENDFILE.
           OPEN OUTPUT ATTEXCEPFILE.
           OPEN INPUT SHIFTFILE.
           OPEN INPUT ROSTERFILE.
           OPEN I-O SHIFTALWFILE.
           IF FSSA = 30
              OPEN OUTPUT SHIFTALWFILE.
           OPEN I-O COMPOFFFILE.
           IF FSCO = 30
              OPEN OUTPUT COMPOFFFILE.
           PERFORM UNTIL WS-EOF = "Y"
              READ PUNCHFILE
                 AT END MOVE "Y" TO WS-EOF
           CLOSE HOLIDAYFILE.
           CLOSE ATTENDFILE.
           CLOSE ATTEXCEPFILE.
           CLOSE SHIFTFILE.
           CLOSE ROSTERFILE.
           CLOSE SHIFTALWFILE.
           CLOSE COMPOFFFILE.
           DISPLAY "PUNCH IMPORT COMPLETE - " WS-PUNCHES " PUNCHES, "
                   WS-POSTED " EMPLOYEES POSTED, " WS-MISSING
                   " MISSING PUNCHES, " WS-LATE " LATE MARKS, "
                   WS-EARLY " EARLY OUTS".
           DISPLAY "OFF-DAY WORK FOR COMP-OFF CONFIRMATION - "
                   WS-OFFDAY " NEW DAYS".
           STOP RUN.

       PROCESS-PUNCH-PARA.
                 ADD 1 TO WS-MISSING
              ELSE
                 ADD 1 TO IM-PRES(WS-IM-MATCH)
                 PERFORM CHECK-OFFDAY-PARA
                 PERFORM GET-SHIFT-PARA
                 IF WS-SH-FOUND = "Y"
                    PERFORM CHECK-SHIFT-TIMES-PARA
                    IF SHALLOW > ZERO
                       ADD 1 TO IM-SHDAYS(WS-IM-MATCH)
                       ADD SHALLOW TO IM-SHAMT(WS-IM-MATCH)
                    END-IF
                 ELSE
                    IF PNIN > WS-LATETIME
                       PERFORM WRITE-LATE-PARA
                    END-IF
                 END-IF
              END-IF
           END-IF.

       WRITE-LATE-PARA.
           MOVE PNEMPID   TO AXEMPID.
           MOVE WS-PERIOD TO AXPERIOD.
           MOVE SPACES TO AXMSG.
           STRING "LATE MARK " DELIMITED BY SIZE
                  PNDATE DELIMITED BY SIZE
                  " IN " DELIMITED BY SIZE
                  PNIN DELIMITED BY SIZE
             INTO AXMSG.
           WRITE ATTEXCEPREC.
           ADD 1 TO WS-LATE.

       WRITE-EARLY-PARA.
           MOVE PNEMPID   TO AXEMPID.
           MOVE WS-PERIOD TO AXPERIOD.
           MOVE SPACES TO AXMSG.
           STRING "EARLY OUT " DELIMITED BY SIZE
                  PNDATE DELIMITED BY SIZE
                  " OUT " DELIMITED BY SIZE
                  PNOUT DELIMITED BY SIZE
             INTO AXMSG.
           WRITE ATTEXCEPREC.
           ADD 1 TO WS-EARLY.

      *    A FULL DAY WORKED ON A WEEKEND OR BRANCH HOLIDAY GOES ON
      *    THE COMP-OFF FILE WITH STATUS P UNTIL THE SUPERVISOR
      *    CONFIRMS OR REJECTS IT.
       CHECK-OFFDAY-PARA.
           MOVE PNEMPID TO EEMPID.
           READ EMPFILE
              INVALID KEY MOVE SPACES TO WS-EBRNID
              NOT INVALID KEY MOVE EBRNID TO WS-EBRNID
           END-READ.
           MOVE "N" TO WS-HOLIDAY.
           IF PNDATE (9:2) IS NUMERIC
              STRING PNDATE (1:4) PNDATE (6:2) PNDATE (9:2)
                 DELIMITED BY SIZE INTO WS-DATE-STR
              MOVE WS-DATE-STR TO WS-DOI-NUM
              COMPUTE WS-INT-I = FUNCTION INTEGER-OF-DATE(WS-DOI-NUM)
              COMPUTE WS-DOW = FUNCTION MOD(WS-INT-I, 7)
              IF WS-DOW = 6 OR WS-DOW = 0
                 MOVE "Y" TO WS-HOLIDAY
              ELSE
                 MOVE PNDATE TO WS-CAL-DATE
                 PERFORM CHECK-HOLIDAY-PARA
              END-IF
           END-IF.
           IF WS-HOLIDAY = "Y"
              MOVE PNEMPID   TO COEMPID
              MOVE PNDATE    TO CODATE
              MOVE WS-EBRNID TO COBRNID
              MOVE PNIN      TO COIN
              MOVE PNOUT     TO COOUT
              MOVE "P"       TO COSTAT
              MOVE SPACES    TO COCONFBY COCONFDT COEXPDT COCLRDT
              MOVE ZERO      TO COLRSEQ
              WRITE COMPOFFREC
                 INVALID KEY CONTINUE
                 NOT INVALID KEY ADD 1 TO WS-OFFDAY
              END-WRITE
           END-IF.

      *    THE SHIFT IN FORCE ON THE PUNCH DATE IS THE ONE ON THE
      *    LATEST ROSTER ROW STARTING ON OR BEFORE IT WHOSE TO DATE
      *    (BLANK = OPEN) HAS NOT PASSED.
       GET-SHIFT-PARA.
           MOVE "N" TO WS-SH-FOUND.
           MOVE SPACES TO WS-SHCODE.
           IF FSRO = "35" OR FSRO = "30" OR
              FSSH = "35" OR FSSH = "30"
              CONTINUE
           ELSE
              MOVE "N" TO WS-RO-EOF
              MOVE PNEMPID TO ROEMPID
              MOVE LOW-VALUES TO ROFROMDT
              START ROSTERFILE KEY IS NOT LESS THAN ROKEY
                 INVALID KEY MOVE "Y" TO WS-RO-EOF
              END-START
              PERFORM UNTIL WS-RO-EOF = "Y"
                 READ ROSTERFILE NEXT RECORD
                    AT END MOVE "Y" TO WS-RO-EOF
                    NOT AT END
                       IF ROEMPID NOT = PNEMPID OR ROFROMDT > PNDATE
                          MOVE "Y" TO WS-RO-EOF
                       ELSE
                          IF ROTODT = SPACES OR ROTODT >= PNDATE
                             MOVE ROSHIFT TO WS-SHCODE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              IF WS-SHCODE NOT = SPACES
                 MOVE WS-SHCODE TO SHCODE
                 READ SHIFTFILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE "Y" TO WS-SH-FOUND
                 END-READ
                 IF WS-SH-FOUND NOT = "Y"
                    MOVE PNEMPID   TO AXEMPID
                    MOVE WS-PERIOD TO AXPERIOD
                    MOVE SPACES TO AXMSG
                    STRING "NO SHIFT MASTER " DELIMITED BY SIZE
                           WS-SHCODE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           PNDATE DELIMITED BY SIZE
                      INTO AXMSG
                    WRITE ATTEXCEPREC
                 END-IF
              END-IF
           END-IF.

      *    TIMES ARE COMPARED AS MINUTES FROM MIDNIGHT OF THE SHIFT
      *    DATE. ON A SHIFT THAT CROSSES MIDNIGHT THE END AND THE OUT
      *    PUNCH BELONG TO THE NEXT DAY, AND SO DOES AN IN PUNCH MORE
      *    THAN TWELVE HOURS AHEAD OF THE START (A VERY LATE ARRIVAL).
      *    ON A DAY SHIFT AN OUT PUNCH BEFORE THE IN PUNCH WAS TAKEN
      *    AFTER MIDNIGHT. GRACE MINUTES APPLY TO THE IN PUNCH ONLY.
       CHECK-SHIFT-TIMES-PARA.
           MOVE SHSTART TO WS-TIME.
           PERFORM TIME-TO-MIN-PARA.
           MOVE WS-TIME-MIN TO WS-ST-MIN.
           MOVE SHEND TO WS-TIME.
           PERFORM TIME-TO-MIN-PARA.
           MOVE WS-TIME-MIN TO WS-END-MIN.
           MOVE PNIN TO WS-TIME.
           PERFORM TIME-TO-MIN-PARA.
           MOVE WS-TIME-MIN TO WS-IN-MIN.
           MOVE PNOUT TO WS-TIME.
           PERFORM TIME-TO-MIN-PARA.
           MOVE WS-TIME-MIN TO WS-OUT-MIN.
           IF WS-END-MIN < WS-ST-MIN
              ADD 1440 TO WS-END-MIN
              IF WS-IN-MIN + 720 < WS-ST-MIN
                 ADD 1440 TO WS-IN-MIN
              END-IF
              IF WS-OUT-MIN < WS-ST-MIN
                 ADD 1440 TO WS-OUT-MIN
              END-IF
           ELSE
              IF WS-OUT-MIN < WS-IN-MIN
                 ADD 1440 TO WS-OUT-MIN
              END-IF
           END-IF.
           IF WS-IN-MIN > WS-ST-MIN + SHGRACE
              PERFORM WRITE-LATE-PARA
           END-IF.
           IF WS-OUT-MIN < WS-END-MIN
              PERFORM WRITE-EARLY-PARA
           END-IF.

       TIME-TO-MIN-PARA.
           MOVE ZERO TO WS-TIME-MIN.
           IF WS-TIME (1:2) IS NUMERIC AND WS-TIME (4:2) IS NUMERIC
              MOVE WS-TIME (1:2) TO WS-HH
              MOVE WS-TIME (4:2) TO WS-MI
              COMPUTE WS-TIME-MIN = WS-HH * 60 + WS-MI
           END-IF.

       FIND-OR-ADD-EMP-PARA.
           MOVE "N" TO WS-FOUND.
           PERFORM VARYING IM-IDX FROM 1 BY 1
              SET WS-IM-MATCH TO IM-TOP
              MOVE PNEMPID TO IM-EMPID(IM-IDX)
              MOVE ZERO TO IM-PRES(IM-IDX)
              MOVE ZERO TO IM-SHDAYS(IM-IDX)
              MOVE ZERO TO IM-SHAMT(IM-IDX)
           END-IF.

       POST-ATTEND-PARA.
              WRITE ATTENDREC
                 INVALID KEY REWRITE ATTENDREC
              END-WRITE
      *       WRITTEN EVEN WHEN ZERO SO A RERUN AFTER A ROSTER
      *       CORRECTION REPLACES WHAT THE LAST IMPORT POSTED.
              MOVE WS-PERIOD TO SAPERIOD
              MOVE IM-EMPID(IM-IDX) TO SAEMPID
              MOVE IM-SHDAYS(IM-IDX) TO SADAYS
              MOVE IM-SHAMT(IM-IDX) TO SAAMT
              WRITE SHIFTALWREC
                 INVALID KEY REWRITE SHIFTALWREC
              END-WRITE
              ADD 1 TO WS-POSTED
           END-IF.

      *    INSTEAD OF GOING STRAIGHT TO LEAVEFILE. ONLY LEAVAPPR
      *    (SUPERVISOR/ADMIN) POSTS AN APPROVED REQUEST TO LEAVEFILE
      *    AND THE BALANCE LEDGER; A REJECTION KEEPS THE ROW WITH THE
      *    REASON. A CO (COMP-OFF) REQUEST IS ONLY TAKEN WHEN ITS
      *    WORKING DAYS ARE COVERED BY CONFIRMED, UNUSED COMP-OFF
      *    CREDITS ON DATA/COMPOFF.DAT NOT EXPIRED BY THE FROM DATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORD KEY IS EEMPID
           FILE STATUS IS FSE.

           SELECT COMPOFFFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COKEY
           FILE STATUS IS FSCO.

           SELECT HOLIDAYFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HOLKEY
           FILE STATUS IS FSHO.

       DATA DIVISION.
       FILE SECTION.
       FD LEAVEREQFILE
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).

       FD COMPOFFFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/COMPOFF.DAT".
       01 COMPOFFREC.
           02 COKEY.
              03 COEMPID   PIC X(6).
              03 CODATE    PIC X(10).
           02 COBRNID      PIC X(6).
           02 COIN         PIC X(5).
           02 COOUT        PIC X(5).
           02 COSTAT       PIC X(1).
           02 COCONFBY     PIC X(8).
           02 COCONFDT     PIC X(10).
           02 COEXPDT      PIC X(10).
           02 COCLRDT      PIC X(10).
           02 COLRSEQ      PIC 9(4).

       FD HOLIDAYFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/HOLIDAY.DAT".
       01 HOLIDAYREC.
           02 HOLKEY.
              03 HOLDATE   PIC X(10).
              03 HOLBRNID  PIC X(6).
           02 HOLDESC      PIC X(25).

       WORKING-STORAGE SECTION.
       77 FSLR  PIC XX.
       77 FSE   PIC XX.
       77 FSCO  PIC XX.
       77 FSHO  PIC XX.
       77 CHOICE PIC 9.
       77 WS-EMPID-OK  PIC X.
       77 WS-DATE-OK   PIC X.
       77 WS-NEXT-SEQ  PIC 9(4).
       77 WS-SCAN-EOF  PIC X.
       77 WS-NEW-FILE  PIC X.
       77 WS-EBRNID    PIC X(6).
       77 WS-CO-EOF    PIC X.
       77 WS-CO-AVAIL  PIC 9(3).
       77 WS-LEAVE-DAYS PIC 9(3).
       77 WS-FM-STR    PIC X(8).
       77 WS-TO-STR    PIC X(8).
       77 WS-FM-NUM    PIC 9(8).
       77 WS-TO-NUM    PIC 9(8).
       77 WS-INT-FM    PIC 9(8).
       77 WS-INT-TO    PIC 9(8).
       77 WS-INT-I     PIC 9(8).
       77 WS-DOW       PIC 9.
       77 WS-DOI-NUM   PIC 9(8).
       77 WS-CAL-DATE  PIC X(10).
       77 WS-HOLIDAY   PIC X.
       01 WS-NEW-REQ.
           03 WN-EMPID  PIC X(6).
           03 WN-FMDATE PIC X(10).
           03 line 20 column 10 value
               "PRESS ENTER TO RE-ENTER THIS REQUEST".

       01 co-short-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 15 value
               "NOT ENOUGH UNEXPIRED COMP-OFF CREDIT FOR THESE DAYS".
           03 line 20 column 10 value
               "PRESS ENTER TO RE-ENTER THIS REQUEST".

       01 dup-key-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 15 value
                    DISPLAY " " AT 0101 ERASE EOS
                    accept invalid-date-msg
                    DISPLAY " " AT 0101 ERASE EOS
                 ELSE
                    IF WN-CAT = "CO "
                       PERFORM CHECK-CO-PARA
                       IF WS-CO-AVAIL < WS-LEAVE-DAYS
                          MOVE "N" TO WS-DATE-OK
                          DISPLAY " " AT 0101 ERASE EOS
                          accept co-short-msg
                          DISPLAY " " AT 0101 ERASE EOS
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           OPEN INPUT EMPFILE.
           READ EMPFILE
              INVALID KEY MOVE "N" TO WS-EMPID-OK
              NOT INVALID KEY
                 MOVE "Y" TO WS-EMPID-OK
                 MOVE EBRNID TO WS-EBRNID
           END-READ.
           CLOSE EMPFILE.

      *    COMP-OFF DAYS ARE CHARGED ON WORKING DAYS, AS LEAVAPPR
      *    CHARGES THEM, AGAINST CREDITS STILL VALID ON THE FROM DATE.
       CHECK-CO-PARA.
           STRING WN-FMDATE (1:4) WN-FMDATE (6:2) WN-FMDATE (9:2)
              DELIMITED BY SIZE INTO WS-FM-STR.
           STRING WN-TODATE (1:4) WN-TODATE (6:2) WN-TODATE (9:2)
              DELIMITED BY SIZE INTO WS-TO-STR.
           MOVE WS-FM-STR TO WS-FM-NUM.
           MOVE WS-TO-STR TO WS-TO-NUM.
           COMPUTE WS-INT-FM = FUNCTION INTEGER-OF-DATE(WS-FM-NUM).
           COMPUTE WS-INT-TO = FUNCTION INTEGER-OF-DATE(WS-TO-NUM).
           MOVE ZERO TO WS-LEAVE-DAYS.
           OPEN INPUT HOLIDAYFILE.
           PERFORM COUNT-ONE-DAY-PARA
              VARYING WS-INT-I FROM WS-INT-FM BY 1
              UNTIL WS-INT-I > WS-INT-TO.
           CLOSE HOLIDAYFILE.
           MOVE ZERO TO WS-CO-AVAIL.
           MOVE "N" TO WS-CO-EOF.
           OPEN INPUT COMPOFFFILE.
           IF FSCO = "35" OR FSCO = "30"
              MOVE "Y" TO WS-CO-EOF
           ELSE
              MOVE WN-EMPID TO COEMPID
              MOVE LOW-VALUES TO CODATE
              START COMPOFFFILE KEY IS NOT LESS THAN COKEY
                 INVALID KEY MOVE "Y" TO WS-CO-EOF
              END-START
           END-IF.
           PERFORM UNTIL WS-CO-EOF = "Y"
              READ COMPOFFFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-CO-EOF
                 NOT AT END
                    IF COEMPID NOT = WN-EMPID
                       MOVE "Y" TO WS-CO-EOF
                    ELSE
                       IF COSTAT = "C" AND COEXPDT NOT < WN-FMDATE
                          ADD 1 TO WS-CO-AVAIL
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COMPOFFFILE.

       COUNT-ONE-DAY-PARA.
           COMPUTE WS-DOW = FUNCTION MOD(WS-INT-I, 7).
           IF WS-DOW = 6 OR WS-DOW = 0
              CONTINUE
           ELSE
              COMPUTE WS-DOI-NUM =
                 FUNCTION DATE-OF-INTEGER(WS-INT-I)
              MOVE SPACES TO WS-CAL-DATE
              STRING WS-DOI-NUM (1:4) DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     WS-DOI-NUM (5:2) DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     WS-DOI-NUM (7:2) DELIMITED BY SIZE
                INTO WS-CAL-DATE
              PERFORM CHECK-HOLIDAY-PARA
              IF WS-HOLIDAY NOT = "Y"
                 ADD 1 TO WS-LEAVE-DAYS
              END-IF
           END-IF.

       CHECK-HOLIDAY-PARA.
           MOVE "N" TO WS-HOLIDAY.
           IF FSHO = "35" OR FSHO = "30"
              CONTINUE
           ELSE
              MOVE WS-CAL-DATE TO HOLDATE
              MOVE SPACES TO HOLBRNID
              READ HOLIDAYFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE "Y" TO WS-HOLIDAY
              END-READ
              IF WS-HOLIDAY = "N"
                 MOVE WS-CAL-DATE TO HOLDATE
                 MOVE WS-EBRNID TO HOLBRNID
                 READ HOLIDAYFILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE "Y" TO WS-HOLIDAY
                 END-READ
              END-IF
           END-IF.

       VALIDATE-DATE-PARA.
           MOVE "Y" TO WS-DATE-OK.
           IF WS-CHECKDATE (5:1) NOT = "-" OR
       PROGRAM-ID. LEAVAPPR.

      *    LEAVE REQUEST APPROVAL - CALLED FROM MAINHRMS (SUPERVISOR
      *    OR ADMIN ROLES ON DATA/USER.DAT) WITH THE LOGIN'S USER ID.
      *    LISTS THE PENDING REQUESTS OF THE APPROVER'S OWN
      *    REPORTEES (REPORTING LINES FROM REPTLINE, PLUS THOSE OF ANY
      *    MANAGER WHO DELEGATED TO THEM AND IS ON APPROVED LEAVE;
      *    EMPLOYEES WITH NO MANAGER FALL TO ADMIN USERS), SHOWS ONE
      *    REQUEST FROM DATA/LEAVEREQ.DAT BY EMPLOYEE AND SEQUENCE
      *    AND RECORDS THE DECISION THE WAY CLAIMAPPR DOES FOR
      *    CLAIMS. APPROVAL CHECKS THE LEAVEBALFILE REMAINING BALANCE
      *    BRANCH HOLIDAY CALENDAR NOT CHARGED, AS IN EMPWRITE) AND
      *    ONLY THEN POSTS TO LEAVEFILE AND DEBITS THE LEDGER.
      *    REJECTION KEEPS THE ROW WITH STATUS R AND THE REASON.
      *    THE SAME APPROVER CONFIRMS OR REJECTS THE WEEKEND/HOLIDAY
      *    WORK ATTIMP PUTS ON DATA/COMPOFF.DAT; A CONFIRMED DAY IS
      *    CREDITED TO THE CO CATEGORY ON LEAVEBALFILE (ROW FOR THE
      *    YEAR OF CONFIRMATION) AND EXPIRES WS-CO-LIFE DAYS AFTER
      *    THE DAY WORKED. A CO REQUEST IS APPROVED ONLY AGAINST
      *    CREDITS STILL VALID ON ITS FROM DATE, OLDEST FIRST, AND
      *    THOSE CREDITS ARE MARKED USED. COREG LAPSES WHAT EXPIRES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORD KEY IS EEMPID
           FILE STATUS IS FSE.

           SELECT USERFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USERID
           FILE STATUS IS FSU.

           SELECT REPORTTOFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RTKEY
           FILE STATUS IS FSRT.

           SELECT DELEGATEFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DGMGRID
           FILE STATUS IS FSDG.

           SELECT COMPOFFFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COKEY
           FILE STATUS IS FSCO.

           SELECT HOLIDAYFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).

       FD USERFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/USER.DAT".
       01 USERREC.
           03 USERID           PIC X(8).
           03 USER-PWD-HASH    PIC 9(10).
           03 USER-ROLE        PIC X(8).
           03 USER-EMPID       PIC X(6).

       FD REPORTTOFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/REPORTTO.DAT".
       01 REPORTTOREC.
           02 RTKEY.
              03 RTEMPID   PIC X(6).
              03 RTEFFDT   PIC X(10).
           02 RTMGRID      PIC X(6).

       FD DELEGATEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/DELEGATE.DAT".
       01 DELEGATEREC.
           02 DGMGRID      PIC X(6).
           02 DGDELID      PIC X(6).

       FD COMPOFFFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/COMPOFF.DAT".
       01 COMPOFFREC.
           02 COKEY.
              03 COEMPID   PIC X(6).
              03 CODATE    PIC X(10).
           02 COBRNID      PIC X(6).
           02 COIN         PIC X(5).
           02 COOUT        PIC X(5).
           02 COSTAT       PIC X(1).
           02 COCONFBY     PIC X(8).
           02 COCONFDT     PIC X(10).
           02 COEXPDT      PIC X(10).
           02 COCLRDT      PIC X(10).
           02 COLRSEQ      PIC 9(4).

       FD HOLIDAYFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/HOLIDAY.DAT".
       77 WS-CAL-DATE  PIC X(10).
       77 WS-HOLIDAY   PIC X.
       77 WS-REJ-REASON PIC X(20).
       77 FSU   PIC XX.
       77 FSRT  PIC XX.
       77 FSDG  PIC XX.
       77 FSCO  PIC XX.
       77 WS-CO-LIFE   PIC 999 VALUE 90.
       77 WS-CO-ACTION PIC X.
       77 WS-CO-EOF    PIC X.
       77 WS-CO-AVAIL  PIC 9(3).
       77 WS-CO-LEFT   PIC 9(3).
       77 WS-CO-EMPID  PIC X(6).
       77 WS-CO-DATE   PIC X(10).
       77 WS-SYSDATE   PIC 9(8).
       77 WS-TODAY     PIC X(10).
       77 WS-APPR-EMPID PIC X(6).
       77 WS-APPR-ROLE PIC X(8).
       77 WS-CHK-EMPID PIC X(6).
       77 WS-MGRID     PIC X(6).
       77 WS-IN-SCOPE  PIC X.
       77 WS-ON-LEAVE  PIC X.
       77 WS-RT-EOF    PIC X.
       77 WS-LV-EOF    PIC X.
       77 WS-DG-EOF    PIC X.
       77 WS-Q-EOF     PIC X.
       77 WS-Q-COUNT   PIC 9(4).
       77 WS-Q-POS     PIC 9(4).
       01 ACTFOR-TABLE.
           02 AF-MGRID PIC X(6) OCCURS 20 TIMES INDEXED BY AF-IDX.
       77 AF-TOP PIC 99 VALUE ZERO.
       01 WS-QUEUE-LINE.
           02 WQ-EMPID  PIC X(6).
           02 FILLER    PIC X(2) VALUE SPACES.
           02 WQ-SEQ    PIC 9(4).
           02 FILLER    PIC X(2) VALUE SPACES.
           02 WQ-FMDATE PIC X(10).
           02 FILLER    PIC X(2) VALUE SPACES.
           02 WQ-TODATE PIC X(10).
           02 FILLER    PIC X(2) VALUE SPACES.
           02 WQ-CAT    PIC X(3).
       01 WS-CO-LINE.
           02 WC-EMPID  PIC X(6).
           02 FILLER    PIC X(2) VALUE SPACES.
           02 WC-DATE   PIC X(10).
           02 FILLER    PIC X(2) VALUE SPACES.
           02 WC-BRNID  PIC X(6).
           02 FILLER    PIC X(2) VALUE SPACES.
           02 WC-IN     PIC X(5).
           02 FILLER    PIC X(2) VALUE SPACES.
           02 WC-OUT    PIC X(5).

       LINKAGE SECTION.
       01 CALLER-ID    PIC X(8).

       screen section.
       01 main-para-menu.
           03 line 7 column 10 value
               "*******************************************".
           03 line 11 column 5 value " 1. APPROVE/REJECT REQUEST".
           03 line 12 column 5 value " 2. CONFIRM COMP-OFF WORK".
           03 line 13 column 5 value " 3. EXIT".
           03 line 15 column 25 value "ENTER U R CHOICE :".
           03 line 15 column 45 using CHOICE.

       01 req-key-select.
           03 line 1 column 1 value "ENTER EMP CODE :".
               "APPROVE OR REJECT? (A/R) :".
           03 line 10 column 30 using WS-ACTION.

       01 co-key-select.
           03 line 1 column 1 value "ENTER EMP CODE :".
           03 line 2 column 1 using WS-CO-EMPID.
           03 line 3 column 1 value "ENTER DATE WORKED :".
           03 line 4 column 1 using WS-CO-DATE.

       01 co-review-menu.
           03 line 1 column 1 value " ".
           03 line 1 column 1 value " EMPLOYEE CODE :".
           03 line 1 column 20 from COEMPID.
           03 line 2 column 1 value " DATE WORKED   :".
           03 line 2 column 20 from CODATE.
           03 line 3 column 1 value " BRANCH        :".
           03 line 3 column 20 from COBRNID.
           03 line 4 column 1 value " IN PUNCH      :".
           03 line 4 column 20 from COIN.
           03 line 5 column 1 value " OUT PUNCH     :".
           03 line 5 column 20 from COOUT.
           03 line 10 column 1 value
               "CONFIRM OR REJECT? (C/R) :".
           03 line 10 column 30 using WS-CO-ACTION.

       01 reject-reason-screen.
           03 line 1 column 1 value " ".
           03 line 2 column 1 value "ENTER REJECTION REASON :".
           03 line 3 column 1 using WS-REJ-REASON.

       01 not-reportee-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 15 value
               "NOT ONE OF YOUR REPORTEES - NOT YOURS TO DECIDE".
           03 line 20 column 10 value
               "PRESS ENTER TO RETURN TO APPROVAL MENU".

       01 invalid-req-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 30 value "REQUEST NOT FOUND".
           03 line 20 column 10 value
               "PRESS ENTER TO RETURN TO APPROVAL MENU".

       01 not-pending-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 20 value
               "REQUEST IS NOT PENDING - ALREADY DECIDED".
           03 line 20 column 10 value
               "PRESS ENTER TO RETURN TO APPROVAL MENU".

       01 co-short-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 15 value
               "NOT ENOUGH UNEXPIRED COMP-OFF CREDIT - LEFT PENDING".
           03 line 20 column 10 value
               "PRESS ENTER TO RETURN TO APPROVAL MENU".

       01 invalid-co-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 25 value "COMP-OFF DAY NOT FOUND".
           03 line 20 column 10 value
               "PRESS ENTER TO RETURN TO APPROVAL MENU".

       01 co-confirmed-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 15 value
               "CONFIRMED - COMP-OFF CREDITED TO LEAVE BALANCE".
           03 line 20 column 10 value
               "PRESS ENTER TO RETURN TO APPROVAL MENU".

       01 co-rejected-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 15 value
               "REJECTED - NO COMP-OFF CREDITED FOR THE DAY".
           03 line 20 column 10 value
               "PRESS ENTER TO RETURN TO APPROVAL MENU".

       01 approved-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 15 value
           03 line 20 column 10 value
               "PRESS ENTER TO RETURN TO APPROVAL MENU".

       PROCEDURE DIVISION USING CALLER-ID.
       MAIN-PARA.
           DISPLAY " " AT 0101 ERASE EOS.
           accept main-para-menu.
           IF CHOICE = 1
              GO TO REVIEW-PARA
           ELSE
             IF CHOICE = 2
                GO TO COMPOFF-PARA
             ELSE
                EXIT PROGRAM.

       REVIEW-PARA.
           DISPLAY " " AT 0101 ERASE EOS.
           OPEN I-O LEAVEREQFILE.
           IF FSLR = "30" OR FSLR = "35"
              GO TO ERROR-REQ-PARA.
           PERFORM LOAD-APPROVER-PARA.
           PERFORM SHOW-QUEUE-PARA.
           MOVE SPACES TO LREMPID.
           MOVE ZERO TO LRSEQ.
           accept req-key-select.
           READ LEAVEREQFILE
              INVALID KEY GO TO ERROR-REQ-PARA.
              DISPLAY " " AT 0101 ERASE EOS
              accept not-pending-msg
              GO TO MAIN-PARA.
           MOVE LREMPID TO WS-CHK-EMPID.
           PERFORM CHECK-SCOPE-PARA.
           IF WS-IN-SCOPE NOT = "Y"
              CLOSE LEAVEREQFILE
              DISPLAY " " AT 0101 ERASE EOS
              accept not-reportee-msg
              GO TO MAIN-PARA.
           DISPLAY " " AT 0101 ERASE EOS.
           accept req-review-menu.
           IF WS-ACTION = "A" OR WS-ACTION = "a"
           READ EMPFILE INVALID KEY MOVE SPACES TO EBRNID.
           CLOSE EMPFILE.
           PERFORM COUNT-LEAVE-DAYS-PARA.
           IF LRCAT = "CO "
              PERFORM COUNT-CO-CREDIT-PARA
              IF WS-CO-AVAIL < WS-LEAVE-DAYS
                 CLOSE LEAVEREQFILE
                 DISPLAY " " AT 0101 ERASE EOS
                 accept co-short-msg
                 GO TO MAIN-PARA
              END-IF
           END-IF.
           PERFORM DEBIT-LEAVEBAL-PARA.
           IF WS-LVB-OK NOT = "Y"
              CLOSE LEAVEREQFILE
                 GO TO MAIN-PARA
           END-WRITE.
           CLOSE LEAVEFILE.
           IF LRCAT = "CO "
              PERFORM USE-CO-CREDIT-PARA
           END-IF.
           MOVE "A" TO LRSTAT.
           MOVE "APPROVED" TO LRREMARK.
           REWRITE LEAVEREQREC.
           accept invalid-req-msg.
           GO TO MAIN-PARA.

      *    WEEKEND/HOLIDAY WORK PENDING CONFIRMATION - SAME SCOPE AS A
      *    LEAVE REQUEST (THE EMPLOYEE'S CURRENT MANAGER OR DELEGATE).
       COMPOFF-PARA.
           DISPLAY " " AT 0101 ERASE EOS.
           OPEN I-O COMPOFFFILE.
           IF FSCO = "30" OR FSCO = "35"
              GO TO ERROR-CO-PARA.
           OPEN INPUT LEAVEREQFILE.
           PERFORM LOAD-APPROVER-PARA.
           CLOSE LEAVEREQFILE.
           PERFORM SHOW-CO-QUEUE-PARA.
           MOVE SPACES TO WS-CO-EMPID WS-CO-DATE.
           accept co-key-select.
           MOVE WS-CO-EMPID TO COEMPID.
           MOVE WS-CO-DATE  TO CODATE.
           READ COMPOFFFILE
              INVALID KEY GO TO ERROR-CO-PARA.
           IF COSTAT NOT = "P"
              CLOSE COMPOFFFILE
              DISPLAY " " AT 0101 ERASE EOS
              accept not-pending-msg
              GO TO MAIN-PARA.
           MOVE COEMPID TO WS-CHK-EMPID.
           PERFORM CHECK-SCOPE-PARA.
           IF WS-IN-SCOPE NOT = "Y"
              CLOSE COMPOFFFILE
              DISPLAY " " AT 0101 ERASE EOS
              accept not-reportee-msg
              GO TO MAIN-PARA.
           DISPLAY " " AT 0101 ERASE EOS.
           MOVE SPACE TO WS-CO-ACTION.
           accept co-review-menu.
           IF WS-CO-ACTION = "C" OR WS-CO-ACTION = "c"
              GO TO CONFIRM-CO-PARA.
           IF WS-CO-ACTION = "R" OR WS-CO-ACTION = "r"
              GO TO REJECT-CO-PARA.
           CLOSE COMPOFFFILE.
           GO TO MAIN-PARA.

       CONFIRM-CO-PARA.
           STRING CODATE (1:4) CODATE (6:2) CODATE (9:2)
              DELIMITED BY SIZE INTO WS-FM-STR.
           MOVE WS-FM-STR TO WS-FM-NUM.
           COMPUTE WS-INT-I =
              FUNCTION INTEGER-OF-DATE(WS-FM-NUM) + WS-CO-LIFE.
           COMPUTE WS-DOI-NUM = FUNCTION DATE-OF-INTEGER(WS-INT-I).
           MOVE SPACES TO COEXPDT.
           STRING WS-DOI-NUM (1:4) "-" WS-DOI-NUM (5:2) "-"
                  WS-DOI-NUM (7:2) DELIMITED BY SIZE INTO COEXPDT.
           OPEN I-O LEAVEBALFILE.
           IF FSLB = "35" OR FSLB = "30"
              OPEN OUTPUT LEAVEBALFILE.
           MOVE COEMPID TO LBEMPID.
           MOVE WS-TODAY (1:4) TO LBYEAR.
           MOVE "CO " TO LBCAT.
           READ LEAVEBALFILE WITH LOCK
              INVALID KEY
                 MOVE 1 TO LBOPEN
                 MOVE ZERO TO LBTAKEN
                 MOVE 1 TO LBREMAIN
                 WRITE LEAVEBALREC
                    INVALID KEY CONTINUE
                 END-WRITE
              NOT INVALID KEY
                 ADD 1 TO LBOPEN
                 ADD 1 TO LBREMAIN
                 REWRITE LEAVEBALREC
           END-READ.
           CLOSE LEAVEBALFILE.
           MOVE "C" TO COSTAT.
           MOVE CALLER-ID TO COCONFBY.
           MOVE WS-TODAY TO COCONFDT.
           REWRITE COMPOFFREC.
           CLOSE COMPOFFFILE.
           DISPLAY " " AT 0101 ERASE EOS.
           accept co-confirmed-msg.
           GO TO MAIN-PARA.

       REJECT-CO-PARA.
           MOVE "R" TO COSTAT.
           MOVE CALLER-ID TO COCONFBY.
           MOVE WS-TODAY TO COCONFDT.
           REWRITE COMPOFFREC.
           CLOSE COMPOFFFILE.
           DISPLAY " " AT 0101 ERASE EOS.
           accept co-rejected-msg.
           GO TO MAIN-PARA.

       ERROR-CO-PARA.
           CLOSE COMPOFFFILE.
           DISPLAY " " AT 0101 ERASE EOS.
           accept invalid-co-msg.
           GO TO MAIN-PARA.

       SHOW-CO-QUEUE-PARA.
           MOVE ZERO TO WS-Q-COUNT.
           DISPLAY "EMP     DATE WORKED   BRANCH  IN     OUT"
              AT 0701.
           OPEN INPUT REPORTTOFILE.
           MOVE LOW-VALUES TO COKEY.
           MOVE "N" TO WS-Q-EOF.
           START COMPOFFFILE KEY IS NOT LESS THAN COKEY
              INVALID KEY MOVE "Y" TO WS-Q-EOF
           END-START.
           PERFORM UNTIL WS-Q-EOF = "Y"
              READ COMPOFFFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-Q-EOF
                 NOT AT END
                    IF COSTAT = "P"
                       MOVE COEMPID TO WS-CHK-EMPID
                       PERFORM SCOPE-TEST-PARA
                       IF WS-IN-SCOPE = "Y"
                          PERFORM SHOW-CO-LINE-PARA
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE REPORTTOFILE.
           IF WS-Q-COUNT = ZERO
              DISPLAY "NOTHING PENDING FOR YOUR APPROVAL" AT 0801.
           IF WS-Q-COUNT > 12
              DISPLAY "MORE PENDING - DECIDE THESE TO SEE THE REST"
                 AT 2001.

       SHOW-CO-LINE-PARA.
           ADD 1 TO WS-Q-COUNT.
           IF WS-Q-COUNT NOT > 12
              COMPUTE WS-Q-POS = (WS-Q-COUNT + 7) * 100 + 1
              MOVE COEMPID TO WC-EMPID
              MOVE CODATE  TO WC-DATE
              MOVE COBRNID TO WC-BRNID
              MOVE COIN    TO WC-IN
              MOVE COOUT   TO WC-OUT
              DISPLAY WS-CO-LINE AT WS-Q-POS
           END-IF.

      *    CONFIRMED CREDITS NOT YET USED AND STILL VALID ON THE FROM
      *    DATE OF THE REQUEST BEING APPROVED.
       COUNT-CO-CREDIT-PARA.
           MOVE ZERO TO WS-CO-AVAIL.
           MOVE "N" TO WS-CO-EOF.
           OPEN INPUT COMPOFFFILE.
           IF FSCO = "35" OR FSCO = "30"
              MOVE "Y" TO WS-CO-EOF
           ELSE
              MOVE LREMPID TO COEMPID
              MOVE LOW-VALUES TO CODATE
              START COMPOFFFILE KEY IS NOT LESS THAN COKEY
                 INVALID KEY MOVE "Y" TO WS-CO-EOF
              END-START
           END-IF.
           PERFORM UNTIL WS-CO-EOF = "Y"
              READ COMPOFFFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-CO-EOF
                 NOT AT END
                    IF COEMPID NOT = LREMPID
                       MOVE "Y" TO WS-CO-EOF
                    ELSE
                       IF COSTAT = "C" AND COEXPDT NOT < LRFMDATE
                          ADD 1 TO WS-CO-AVAIL
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COMPOFFFILE.

      *    THE OLDEST VALID CREDITS (KEY ORDER IS DATE WORKED) ARE
      *    MARKED USED BY THIS REQUEST, ONE PER WORKING DAY CHARGED.
       USE-CO-CREDIT-PARA.
           MOVE WS-LEAVE-DAYS TO WS-CO-LEFT.
           MOVE "N" TO WS-CO-EOF.
           OPEN I-O COMPOFFFILE.
           IF FSCO = "35" OR FSCO = "30"
              MOVE "Y" TO WS-CO-EOF
           ELSE
              MOVE LREMPID TO COEMPID
              MOVE LOW-VALUES TO CODATE
              START COMPOFFFILE KEY IS NOT LESS THAN COKEY
                 INVALID KEY MOVE "Y" TO WS-CO-EOF
              END-START
           END-IF.
           PERFORM UNTIL WS-CO-EOF = "Y" OR WS-CO-LEFT = ZERO
              READ COMPOFFFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-CO-EOF
                 NOT AT END
                    IF COEMPID NOT = LREMPID
                       MOVE "Y" TO WS-CO-EOF
                    ELSE
                       IF COSTAT = "C" AND COEXPDT NOT < LRFMDATE
                          MOVE "A" TO COSTAT
                          MOVE LRFMDATE TO COCLRDT
                          MOVE LRSEQ TO COLRSEQ
                          REWRITE COMPOFFREC
                          SUBTRACT 1 FROM WS-CO-LEFT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COMPOFFFILE.

      *    WHO IS APPROVING: THE LOGIN'S EMPLOYEE CODE AND ROLE FROM
      *    USERFILE, AND THE MANAGERS WHO HAVE NAMED THAT EMPLOYEE AS
      *    THEIR DELEGATE AND ARE ON APPROVED LEAVE TODAY - THEIR
      *    REPORTEES' REQUESTS MAY BE DECIDED TOO.
       LOAD-APPROVER-PARA.
           ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-TODAY.
           STRING WS-SYSDATE (1:4) "-" WS-SYSDATE (5:2) "-"
                  WS-SYSDATE (7:2) DELIMITED BY SIZE INTO WS-TODAY.
           MOVE SPACES TO WS-APPR-EMPID WS-APPR-ROLE.
           OPEN INPUT USERFILE.
           IF FSU = "35" OR FSU = "30"
              CLOSE USERFILE
           ELSE
              MOVE CALLER-ID TO USERID
              READ USERFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE USER-EMPID TO WS-APPR-EMPID
                    MOVE USER-ROLE  TO WS-APPR-ROLE
              END-READ
              CLOSE USERFILE
           END-IF.
           MOVE ZERO TO AF-TOP.
           IF WS-APPR-EMPID NOT = SPACES
              OPEN INPUT DELEGATEFILE
              IF FSDG = "35" OR FSDG = "30"
                 CLOSE DELEGATEFILE
              ELSE
                 MOVE "N" TO WS-DG-EOF
                 PERFORM UNTIL WS-DG-EOF = "Y"
                    READ DELEGATEFILE NEXT RECORD
                       AT END MOVE "Y" TO WS-DG-EOF
                       NOT AT END
                          IF DGDELID = WS-APPR-EMPID
                             PERFORM CHECK-ON-LEAVE-PARA
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE DELEGATEFILE
              END-IF
           END-IF.

       CHECK-ON-LEAVE-PARA.
           MOVE "N" TO WS-ON-LEAVE.
           MOVE DGMGRID TO LREMPID.
           MOVE ZERO TO LRSEQ.
           MOVE "N" TO WS-LV-EOF.
           IF FSLR = "35" OR FSLR = "30"
              MOVE "Y" TO WS-LV-EOF.
           IF WS-LV-EOF = "N"
              START LEAVEREQFILE KEY IS NOT LESS THAN LRKEY
                 INVALID KEY MOVE "Y" TO WS-LV-EOF
              END-START.
           PERFORM UNTIL WS-LV-EOF = "Y"
              READ LEAVEREQFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-LV-EOF
                 NOT AT END
                    IF LREMPID NOT = DGMGRID
                       MOVE "Y" TO WS-LV-EOF
                    ELSE
                       IF LRSTAT = "A" AND
                          LRFMDATE NOT > WS-TODAY AND
                          LRTODATE NOT < WS-TODAY
                          MOVE "Y" TO WS-ON-LEAVE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-ON-LEAVE = "Y"
              IF AF-TOP >= 20
                 DISPLAY "ACTING-FOR LIMIT OF 20 REACHED - MANAGER "
                         DGMGRID " NOT INCLUDED"
              ELSE
                 ADD 1 TO AF-TOP
                 MOVE DGMGRID TO AF-MGRID(AF-TOP)
              END-IF
           END-IF.

       CHECK-SCOPE-PARA.
           OPEN INPUT REPORTTOFILE.
           PERFORM SCOPE-TEST-PARA.
           CLOSE REPORTTOFILE.

      *    A REQUEST BELONGS TO THE EMPLOYEE'S CURRENT MANAGER (OR
      *    THAT MANAGER'S DELEGATE WHILE THEY ARE AWAY). AN EMPLOYEE
      *    WITH NO MANAGER ON FILE FALLS TO THE ADMIN USERS. NOBODY
      *    DECIDES THEIR OWN REQUEST.
       SCOPE-TEST-PARA.
           MOVE "N" TO WS-IN-SCOPE.
           IF WS-CHK-EMPID = WS-APPR-EMPID AND
              WS-APPR-EMPID NOT = SPACES
              CONTINUE
           ELSE
              PERFORM GET-MANAGER-PARA
              IF WS-MGRID = SPACES
                 IF WS-APPR-ROLE = "ADMIN"
                    MOVE "Y" TO WS-IN-SCOPE
                 END-IF
              ELSE
                 IF WS-MGRID = WS-APPR-EMPID
                    MOVE "Y" TO WS-IN-SCOPE
                 ELSE
                    PERFORM VARYING AF-IDX FROM 1 BY 1
                       UNTIL AF-IDX > AF-TOP
                       IF AF-MGRID(AF-IDX) = WS-MGRID
                          MOVE "Y" TO WS-IN-SCOPE
                       END-IF
                    END-PERFORM
                 END-IF
              END-IF
           END-IF.

      *    THE MANAGER IN FORCE IS THE ONE ON THE LATEST REPORTTO ROW
      *    EFFECTIVE ON OR BEFORE TODAY.
       GET-MANAGER-PARA.
           MOVE SPACES TO WS-MGRID.
           IF FSRT = "35" OR FSRT = "30"
              CONTINUE
           ELSE
              MOVE WS-CHK-EMPID TO RTEMPID
              MOVE LOW-VALUES TO RTEFFDT
              MOVE "N" TO WS-RT-EOF
              START REPORTTOFILE KEY IS NOT LESS THAN RTKEY
                 INVALID KEY MOVE "Y" TO WS-RT-EOF
              END-START
              PERFORM UNTIL WS-RT-EOF = "Y"
                 READ REPORTTOFILE NEXT RECORD
                    AT END MOVE "Y" TO WS-RT-EOF
                    NOT AT END
                       IF RTEMPID NOT = WS-CHK-EMPID OR
                          RTEFFDT > WS-TODAY
                          MOVE "Y" TO WS-RT-EOF
                       ELSE
                          MOVE RTMGRID TO WS-MGRID
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

      *    THE PENDING QUEUE: EVERY PENDING ROW THE APPROVER MAY
      *    DECIDE, LISTED BELOW THE KEY PROMPT (FIRST TWELVE SHOWN).
       SHOW-QUEUE-PARA.
           MOVE ZERO TO WS-Q-COUNT.
           DISPLAY "EMP     SEQ   FROM        TO          CAT"
              AT 0701.
           OPEN INPUT REPORTTOFILE.
           MOVE LOW-VALUES TO LRKEY.
           MOVE "N" TO WS-Q-EOF.
           START LEAVEREQFILE KEY IS NOT LESS THAN LRKEY
              INVALID KEY MOVE "Y" TO WS-Q-EOF
           END-START.
           PERFORM UNTIL WS-Q-EOF = "Y"
              READ LEAVEREQFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-Q-EOF
                 NOT AT END
                    IF LRSTAT = "P"
                       MOVE LREMPID TO WS-CHK-EMPID
                       PERFORM SCOPE-TEST-PARA
                       IF WS-IN-SCOPE = "Y"
                          PERFORM SHOW-QUEUE-LINE-PARA
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE REPORTTOFILE.
           IF WS-Q-COUNT = ZERO
              DISPLAY "NOTHING PENDING FOR YOUR APPROVAL" AT 0801.
           IF WS-Q-COUNT > 12
              DISPLAY "MORE PENDING - DECIDE THESE TO SEE THE REST"
                 AT 2001.

       SHOW-QUEUE-LINE-PARA.
           ADD 1 TO WS-Q-COUNT.
           IF WS-Q-COUNT NOT > 12
              COMPUTE WS-Q-POS = (WS-Q-COUNT + 7) * 100 + 1
              MOVE LREMPID  TO WQ-EMPID
              MOVE LRSEQ    TO WQ-SEQ
              MOVE LRFMDATE TO WQ-FMDATE
              MOVE LRTODATE TO WQ-TODATE
              MOVE LRCAT    TO WQ-CAT
              DISPLAY WS-QUEUE-LINE AT WS-Q-POS
           END-IF.

       COUNT-LEAVE-DAYS-PARA.
           STRING LRFMDATE (1:4) LRFMDATE (6:2) LRFMDATE (9:2)
              DELIMITED BY SIZE INTO WS-FM-STR.
      *    AND COMPUTES AN ATTRITION PERCENT (LEAVERS OVER OPENING).
      *    HCROLL GIVES THE POINT-IN-TIME SNAPSHOT; THIS REPORTS THE
      *    MOVEMENT BETWEEN SNAPSHOTS TO DATA/HRMOVE.DAT.
      *    A JOINER LINKED TO AN EARLIER ENGAGEMENT ON DATA/REHIRE.DAT
      *    (SEE REHIRE) IS LISTED AS A REHIRE (RHIR, WITH THE EARLIER
      *    CODE) AND COUNTED IN ITS OWN RH COLUMN RATHER THAN AS A NEW
      *    JOINER; BOTH COME IN TO THE BRANCH FOR THE OPENING COUNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORD KEY IS SPEMPID
           FILE STATUS IS FSSP.

           SELECT REHIREFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RHNEWID
           ALTERNATE RECORD KEY IS RHOLDID
           WITH DUPLICATES
           FILE STATUS IS FSRH.

           SELECT TRANSFERFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           02 SPLWD     PIC X(10).
           02 SPREASON  PIC X(20).

       FD REHIREFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/REHIRE.DAT".
       01 REHIREREC.
           02 RHNEWID      PIC X(6).
           02 RHOLDID      PIC X(6).
           02 RHDATE       PIC X(10).
           02 RHOLDDOJ     PIC X(10).
           02 RHOLDLWD     PIC X(10).
           02 RHPRIOR      PIC 9(5).
           02 RHBRIDGE     PIC X(1).
           02 RHENTDT      PIC X(10).
           02 RHDECBY      PIC X(8).
           02 RHDECDT      PIC X(10).

       FD TRANSFERFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/TRANSFER.DAT".
       FD HRMOVEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/HRMOVE.DAT".
       01 HRMOVEREC           PIC X(98).

       WORKING-STORAGE SECTION.
       77 FSE    PIC XX.
       77 FST    PIC XX.
       77 FSB    PIC XX.
       77 FSS    PIC XX.
       77 FSRH   PIC XX.
       77 WS-EOF      PIC X VALUE "N".
       77 WS-FOUND    PIC X.
       77 WS-PERIOD   PIC 9(6).
              03 BR-CODE   PIC X(6).
              03 BR-CLOSE  PIC 9(6).
              03 BR-JOIN   PIC 9(4).
              03 BR-RHIR   PIC 9(4).
              03 BR-LEFT   PIC 9(4).
              03 BR-XIN    PIC 9(4).
              03 BR-XOUT   PIC 9(4).
           02 WD-TOBR   PIC X(6).
           02 FILLER    PIC X(1) VALUE SPACE.
           02 WD-DATE   PIC X(10).
           02 FILLER    PIC X(1) VALUE SPACE.
           02 WD-PRIOR  PIC X(6) VALUE SPACES.

       01 WS-SUM-LINE.
           02 FILLER    PIC X(5) VALUE "BRCH ".
           02 WU-OPEN   PIC ZZZZZ9.
           02 FILLER    PIC X(4) VALUE " JN ".
           02 WU-JOIN   PIC ZZZ9.
           02 FILLER    PIC X(4) VALUE " RH ".
           02 WU-RHIR   PIC ZZZ9.
           02 FILLER    PIC X(4) VALUE " LF ".
           02 WU-LEFT   PIC ZZZ9.
           02 FILLER    PIC X(4) VALUE " TI ".
           OPEN INPUT EMPFILE.
           OPEN INPUT SEPARATEFILE.
           OPEN INPUT TRANSFERFILE.
           OPEN INPUT REHIREFILE.
           OPEN OUTPUT HRMOVEFILE.
           PERFORM SWEEP-EMP-PARA.
           PERFORM SWEEP-SEPARATE-PARA.
           CLOSE EMPFILE.
           CLOSE SEPARATEFILE.
           CLOSE TRANSFERFILE.
           CLOSE REHIREFILE.
           CLOSE BRANCHFILE.
           CLOSE HRMOVEFILE.
           DISPLAY "HR MOVEMENT REPORT COMPLETE FOR " WS-PERIOD
              ADD 1 TO BR-CLOSE(WS-BR-MATCH).
           IF EDOJ (1:4) = WS-PERIOD (1:4) AND
              EDOJ (6:2) = WS-PERIOD (5:2)
              PERFORM CHECK-REHIRE-PARA
              IF WD-PRIOR NOT = SPACES
                 ADD 1 TO BR-RHIR(WS-BR-MATCH)
                 MOVE "RHIR" TO WD-TYPE
              ELSE
                 ADD 1 TO BR-JOIN(WS-BR-MATCH)
                 MOVE "JOIN" TO WD-TYPE
              END-IF
              MOVE EEMPID   TO WD-EMPID
              MOVE EEMPNAME TO WD-NAME
              MOVE SPACES   TO WD-FROMBR
              MOVE EDOJ     TO WD-DATE
              MOVE WS-DET-LINE TO HRMOVEREC
              WRITE HRMOVEREC
              MOVE SPACES   TO WD-PRIOR
           END-IF.

       CHECK-REHIRE-PARA.
           MOVE SPACES TO WD-PRIOR.
           IF FSRH = "35" OR FSRH = "30"
              CONTINUE
           ELSE
              MOVE EEMPID TO RHNEWID
              READ REHIREFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE RHOLDID TO WD-PRIOR
              END-READ
           END-IF.

       CHECK-SEPARATED-PARA.
              SET WS-BR-MATCH TO BR-TOP
              MOVE WS-BR-WORK TO BR-CODE(BR-IDX)
              MOVE ZERO TO BR-CLOSE(BR-IDX) BR-JOIN(BR-IDX)
              MOVE ZERO TO BR-RHIR(BR-IDX)
              MOVE ZERO TO BR-LEFT(BR-IDX) BR-XIN(BR-IDX)
              MOVE ZERO TO BR-XOUT(BR-IDX)
           END-IF.
           MOVE BR-CODE(BR-IDX) TO BBRID.
           READ BRANCHFILE INVALID KEY MOVE SPACES TO BBRNAME.
           COMPUTE WS-OPENING =
              BR-CLOSE(BR-IDX) - BR-JOIN(BR-IDX) - BR-RHIR(BR-IDX)
              + BR-LEFT(BR-IDX)
              - BR-XIN(BR-IDX) + BR-XOUT(BR-IDX).
           IF WS-OPENING > ZERO
              COMPUTE WS-ATTR ROUNDED =
           MOVE BBRNAME          TO WU-BRNAME.
           MOVE WS-OPENING       TO WU-OPEN.
           MOVE BR-JOIN(BR-IDX)  TO WU-JOIN.
           MOVE BR-RHIR(BR-IDX)  TO WU-RHIR.
           MOVE BR-LEFT(BR-IDX)  TO WU-LEFT.
           MOVE BR-XIN(BR-IDX)   TO WU-XIN.
           MOVE BR-XOUT(BR-IDX)  TO WU-XOUT.
      *    SETTLEMENTS, SO PROVISION AND SETTLEMENT CANNOT DRIFT
      *    APART AGAIN. WRITES A DETAIL LINE PER EMPLOYEE AND TOTALS
      *    BY BRANCH TO DATA/PROVRPT.DAT FOR THE AUDITORS.
      *    FOR A REHIRE (DATA/REHIRE.DAT) THE EARLIER ENGAGEMENTS
      *    WHOSE SERVICE AN ADMIN BRIDGED ARE ADDED TO THE SERVICE
      *    DAYS, FOLLOWING THE CHAIN BACK WHILE EACH LINK IS BRIDGED;
      *    THE DETAIL LINE SHOWS THE EARLIER CODE AND BRIDGING STATUS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORD KEY IS BBRID
           FILE STATUS IS FSB.

           SELECT REHIREFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RHNEWID
           ALTERNATE RECORD KEY IS RHOLDID
           WITH DUPLICATES
           FILE STATUS IS FSRH.

           SELECT PROVRPTFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSS.
           02 BEMAIL   PIC X(20).
           02 BMGRNAME PIC X(25).

       FD REHIREFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/REHIRE.DAT".
       01 REHIREREC.
           02 RHNEWID      PIC X(6).
           02 RHOLDID      PIC X(6).
           02 RHDATE       PIC X(10).
           02 RHOLDDOJ     PIC X(10).
           02 RHOLDLWD     PIC X(10).
           02 RHPRIOR      PIC 9(5).
           02 RHBRIDGE     PIC X(1).
           02 RHENTDT      PIC X(10).
           02 RHDECBY      PIC X(8).
           02 RHDECDT      PIC X(10).

       FD PROVRPTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/PROVRPT.DAT".
           02 PVGRTY    PIC Z(8)9.99.
           02 FILLER    PIC X(1) VALUE SPACE.
           02 PVENCASH  PIC Z(7)9.99.
           02 FILLER    PIC X(1) VALUE SPACE.
           02 PVPRIOR   PIC X(6).
           02 FILLER    PIC X(1) VALUE SPACE.
           02 PVBRIDGE  PIC X(1).

       WORKING-STORAGE SECTION.
       77 FSE    PIC XX.
       77 FSLB   PIC XX.
       77 FSB    PIC XX.
       77 FSS    PIC XX.
       77 FSRH   PIC XX.
       77 WS-EOF      PIC X VALUE "N".
       77 WS-FOUND    PIC X.
       77 WS-SEPARATED PIC X.
       77 WS-TOT-GRTY PIC 9(11)V99 VALUE ZERO.
       77 WS-TOT-ENC  PIC 9(10)V99 VALUE ZERO.
       77 WS-BR-MATCH PIC 9(4).
       77 WS-LINK-ID  PIC X(6).
       77 WS-LINK-END PIC X.
       77 WS-HOPS     PIC 99.

       01 BRANCH-TABLE.
           02 BR-ENTRY OCCURS 200 TIMES INDEXED BY BR-IDX.
           OPEN INPUT PAYMENTFILE.
           OPEN INPUT SEPARATEFILE.
           OPEN INPUT LEAVEBALFILE.
           OPEN INPUT REHIREFILE.
           OPEN OUTPUT PROVRPTFILE.
           PERFORM UNTIL WS-EOF = "Y"
              READ EMPFILE NEXT RECORD
           CLOSE PAYMENTFILE.
           CLOSE SEPARATEFILE.
           CLOSE LEAVEBALFILE.
           CLOSE REHIREFILE.
           OPEN INPUT BRANCHFILE.
           PERFORM WRITE-BRANCH-PARA
              VARYING BR-IDX FROM 1 BY 1 UNTIL BR-IDX > BR-TOP.
           END-IF.
           IF WS-DAYS < ZERO
              MOVE ZERO TO WS-DAYS.
           PERFORM BRIDGED-SERVICE-PARA.
           COMPUTE WS-YEARS = WS-DAYS / 365.
           COMPUTE WS-GRTY = WS-YEARS * PBASIC.
           MOVE ZERO TO WS-PLDAYS.
           MOVE WS-GRTY TO PVGRTY.
           MOVE WS-ENCASH TO PVENCASH.
           WRITE PROVRPTREC.
           MOVE SPACES TO PVPRIOR PVBRIDGE.
           ADD WS-GRTY TO WS-TOT-GRTY.
           ADD WS-ENCASH TO WS-TOT-ENC.
           ADD 1 TO WS-COUNT.
           PERFORM ADD-BRANCH-PARA.

      *    ADDS THE DAYS OF EVERY EARLIER ENGAGEMENT BRIDGED INTO THIS
      *    ONE. THE WALK STOPS AT THE FIRST LINK NOT (YET) BRIDGED, AND
      *    AFTER 20 LINKS IN CASE OF A LOOP IN THE FILE.
       BRIDGED-SERVICE-PARA.
           MOVE SPACES TO PVPRIOR PVBRIDGE.
           IF FSRH = "35" OR FSRH = "30"
              CONTINUE
           ELSE
              MOVE EEMPID TO WS-LINK-ID
              MOVE "N" TO WS-LINK-END
              MOVE ZERO TO WS-HOPS
              PERFORM UNTIL WS-LINK-END = "Y" OR WS-HOPS > 20
                 MOVE WS-LINK-ID TO RHNEWID
                 READ REHIREFILE
                    INVALID KEY MOVE "Y" TO WS-LINK-END
                    NOT INVALID KEY
                       IF WS-HOPS = ZERO
                          MOVE RHOLDID  TO PVPRIOR
                          MOVE RHBRIDGE TO PVBRIDGE
                       END-IF
                       IF RHBRIDGE = "Y"
                          ADD RHPRIOR TO WS-DAYS
                          MOVE RHOLDID TO WS-LINK-ID
                       ELSE
                          MOVE "Y" TO WS-LINK-END
                       END-IF
                 END-READ
                 ADD 1 TO WS-HOPS
              END-PERFORM
           END-IF.

       ADD-BRANCH-PARA.
           MOVE "N" TO WS-FOUND.
           PERFORM VARYING BR-IDX FROM 1 BY 1
           02 PCKEY.
              03 PCPERIOD  PIC 9(6).
              03 PCEMPID   PIC X(6).
           02 FILLER       PIC X(111).

       FD PAYTRANFILE
           LABEL RECORDS ARE STANDARD
      *    SCHEDULES, WITH LOAN AND OTHER DEDUCTIONS CARRYING THE
      *    REMAINDER. EVERY BREAK IS WRITTEN AS A CATEGORIZED
      *    EXCEPTION LINE TO DATA/PAYRECON.DAT AND SETS
      *    RETURN-CODE 4. EACH SUPPLEMENTARY RUN OF THE PERIOD
      *    (SUPPRUN, DATA/SUPPHIST.DAT) IS PROVED THE SAME WAY AGAINST
      *    ITS OWN CREDIT FILE DATA/BANKDISB-CCYYMM-NN.DAT - TRAILER
      *    AGAINST LINES, LINES AGAINST SHNET - WITH ITS HELD, NO-BANK
      *    AND PAID-OFF-ANOTHER-FILE ROWS BUCKETED ON THE CONSOLE.
      *    SUPPLEMENTARY RUNS TAKE NO STATUTORY DEDUCTION, SO SIDE TWO
      *    IS UNCHANGED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSBD.

           SELECT SUPPHISTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SHKEY
           FILE STATUS IS FSSH.

           SELECT SUPPDISBFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSSB.

           SELECT PFREMITFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS1.
           02 PCITAX       PIC 9(6)V99.
           02 PCLOAN       PIC 9(8)V99.
           02 PCOTHD       PIC 9(8)V99.
           02 PCPFER       PIC 9(6)V99.
           02 PCESIER      PIC 9(6)V99.
           02 PCBASIS      PIC X(1).
           02 PCPAYDAYS    PIC 99.
           02 PCMTHDAYS    PIC 99.
           02 PCSUSP       PIC 9(8)V99.
           02 PCSTD        PIC 9(8)V99.

       FD BANKFILE
           LABEL RECORDS ARE STANDARD
           02 BDMODE    PIC X(4).
           02 BDPERIOD  PIC 9(6).

       FD SUPPHISTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/SUPPHIST.DAT".
       01 SUPPHISTREC.
           02 SHKEY.
              03 SHPERIOD  PIC 9(6).
              03 SHRUN     PIC 99.
              03 SHEMPID   PIC X(6).
           02 SHGROSS      PIC 9(8)V99.
           02 SHDEDUCT     PIC 9(8)V99.
           02 SHNET        PIC 9(8)V99.
           02 SHHELD       PIC X(1).
           02 SHRUNDT      PIC X(10).

       FD SUPPDISBFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS WS-SUPP-NAME.
       01 SUPPDISBREC.
           02 SBTYPE    PIC X(1).
           02 SBACCNO   PIC X(16).
           02 SBIFSC    PIC X(11).
           02 SBAMT     PIC 9(10)V99.
           02 SBEMPID   PIC X(6).
           02 SBMODE    PIC X(4).
           02 SBPERIOD  PIC 9(6).

       FD PFREMITFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/PFREMIT.DAT".
       01 PFREMITREC          PIC X(64).

       FD ESIREMITFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/ESIREMIT.DAT".
       01 ESIREMITREC         PIC X(64).

       FD PTXREMITFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/PTXREMIT.DAT".
       01 PTXREMITREC         PIC X(64).

       FD ITXREMITFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/ITXREMIT.DAT".
       01 ITXREMITREC         PIC X(64).

       FD PAYRECONFILE
           LABEL RECORDS ARE STANDARD
       77 FS3    PIC XX.
       77 FS4    PIC XX.
       77 FSS    PIC XX.
       77 FSSH   PIC XX.
       77 FSSB   PIC XX.
       77 WS-EOF      PIC X.
       77 WS-PERIOD   PIC 9(6).
       77 WS-EXCEPT   PIC 9(6) VALUE ZERO.
       77 WS-REL-AMT  PIC 9(11)V99 VALUE ZERO.
       77 WS-REL-CNT  PIC 9(6) VALUE ZERO.
       77 WS-FOUND    PIC X.
       77 WS-SUPP-NAME PIC X(30).
       77 WS-SUPP-EOF PIC X.
       77 WS-SUPP-NET PIC 9(11)V99 VALUE ZERO.
       77 WS-SUPP-BNK PIC 9(11)V99 VALUE ZERO.
       77 WS-SUPP-HLD PIC 9(11)V99 VALUE ZERO.
       77 WS-SUPP-NOB PIC 9(11)V99 VALUE ZERO.
       77 WS-SUPP-OFF PIC 9(11)V99 VALUE ZERO.
       77 WS-SR-CTL-AMT PIC 9(10)V99.
       77 WS-SR-CTL-CNT PIC 9(6).
       77 WS-SR-CTL-FND PIC X.
       77 WS-SR-LINE-AMT PIC 9(11)V99.
       77 WS-SR-LINE-CNT PIC 9(6).
       77 WS-SR-BANKED PIC 9(11)V99.
       77 WS-SR-FILE  PIC X.

       01 RUN-TABLE.
           02 RN-ENTRY OCCURS 99 TIMES INDEXED BY RN-IDX.
              03 RN-RUN    PIC 99.
       77 RN-TOP PIC 99 VALUE ZERO.

       01 SUPP-CREDIT-TABLE.
           02 SC-ENTRY OCCURS 1000 TIMES INDEXED BY SC-IDX.
              03 SC-EMPID  PIC X(6).
       77 SC-TOP PIC 9(4) VALUE ZERO.

       01 CREDIT-TABLE.
           02 CR-ENTRY OCCURS 1000 TIMES INDEXED BY CR-IDX.
       77 WS-REM-ITX  PIC 9(10)V99 VALUE ZERO.
       77 WS-DIFF     PIC S9(11)V99.
       77 WS-DIFF-ED  PIC -(10)9.99.
       77 WS-REMLINE  PIC X(64).

       PROCEDURE DIVISION.
       MAIN-PARA.
           OPEN OUTPUT PAYRECONFILE.
           PERFORM READ-BANK-CONTROL-PARA.
           PERFORM SWEEP-HIST-PARA.
           PERFORM SWEEP-SUPP-PARA.
           CLOSE PAYHISTFILE.
           CLOSE BANKFILE.
           PERFORM SWEEP-COMP-PARA.
                   " PAID OFF OTHER FILE " WS-OFFF-AMT.
           DISPLAY "RELEASED PRIOR-PERIOD CREDITS ON FILE "
                   WS-REL-CNT " FOR " WS-REL-AMT.
           IF RN-TOP > ZERO
              DISPLAY RN-TOP " SUPPLEMENTARY RUNS - SHNET " WS-SUPP-NET
                      " BANKED " WS-SUPP-BNK " HELD " WS-SUPP-HLD
                      " NO BANK " WS-SUPP-NOB
                      " PAID OFF OTHER FILE " WS-SUPP-OFF.
           DISPLAY "RECONCILIATION COMPLETE FOR " WS-PERIOD " - "
                   WS-EXCEPT " BREAKS".
           IF WS-EXCEPT > ZERO
           SET CR-IDX TO CR-TOP.
           MOVE BDEMPID TO CR-EMPID(CR-IDX).

       SWEEP-SUPP-PARA.
           OPEN INPUT SUPPHISTFILE.
           IF FSSH = "35" OR FSSH = "30"
              CONTINUE
           ELSE
              MOVE "N" TO WS-SUPP-EOF
              MOVE WS-PERIOD TO SHPERIOD
              MOVE ZERO      TO SHRUN
              MOVE SPACES    TO SHEMPID
              START SUPPHISTFILE KEY IS NOT LESS THAN SHKEY
                 INVALID KEY MOVE "Y" TO WS-SUPP-EOF
              END-START
              PERFORM UNTIL WS-SUPP-EOF = "Y"
                 READ SUPPHISTFILE NEXT RECORD
                    AT END MOVE "Y" TO WS-SUPP-EOF
                    NOT AT END
                       IF SHPERIOD NOT = WS-PERIOD
                          MOVE "Y" TO WS-SUPP-EOF
                       ELSE
                          IF RN-TOP = ZERO
                             ADD 1 TO RN-TOP
                             MOVE SHRUN TO RN-RUN(RN-TOP)
                          ELSE
                             IF SHRUN NOT = RN-RUN(RN-TOP)
                                ADD 1 TO RN-TOP
                                MOVE SHRUN TO RN-RUN(RN-TOP)
                             END-IF
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              PERFORM PROVE-SUPP-RUN-PARA
                 VARYING RN-IDX FROM 1 BY 1 UNTIL RN-IDX > RN-TOP
              CLOSE SUPPHISTFILE
           END-IF.

      *    ONE SUPPLEMENTARY RUN: ITS CREDIT FILE IS READ FIRST, THEN
      *    ITS SUPPHIST ROWS ARE BUCKETED AGAINST THE CREDIT LINES.
       PROVE-SUPP-RUN-PARA.
           MOVE SPACES TO RCKEY.
           STRING WS-PERIOD DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  RN-RUN(RN-IDX) DELIMITED BY SIZE
             INTO RCKEY.
           MOVE SPACES TO WS-SUPP-NAME.
           STRING "DATA/BANKDISB-" DELIMITED BY SIZE
                  RCKEY DELIMITED BY SPACE
                  ".DAT" DELIMITED BY SIZE
             INTO WS-SUPP-NAME.
           MOVE ZERO TO SC-TOP WS-SR-CTL-AMT WS-SR-CTL-CNT.
           MOVE ZERO TO WS-SR-LINE-AMT WS-SR-LINE-CNT WS-SR-BANKED.
           MOVE "N" TO WS-SR-CTL-FND.
           MOVE "Y" TO WS-SR-FILE.
           OPEN INPUT SUPPDISBFILE.
           IF FSSB = "35" OR FSSB = "30"
              MOVE "N" TO WS-SR-FILE
              MOVE "SUPP-CTL" TO RCCAT
              MOVE "NO CREDIT FILE FOR SUPPLEMENTARY RUN" TO RCMSG
              PERFORM WRITE-EXCEPT-PARA
           ELSE
              PERFORM READ-SUPP-FILE-PARA
           END-IF.
           CLOSE SUPPDISBFILE.
           MOVE "N" TO WS-SUPP-EOF.
           MOVE WS-PERIOD      TO SHPERIOD.
           MOVE RN-RUN(RN-IDX) TO SHRUN.
           MOVE SPACES         TO SHEMPID.
           START SUPPHISTFILE KEY IS NOT LESS THAN SHKEY
              INVALID KEY MOVE "Y" TO WS-SUPP-EOF.
           PERFORM UNTIL WS-SUPP-EOF = "Y"
              READ SUPPHISTFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-SUPP-EOF
                 NOT AT END
                    IF SHPERIOD NOT = WS-PERIOD OR
                       SHRUN NOT = RN-RUN(RN-IDX)
                       MOVE "Y" TO WS-SUPP-EOF
                    ELSE
                       PERFORM CLASSIFY-SUPP-ROW-PARA
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-SR-FILE = "Y"
              PERFORM PROVE-SUPP-FILE-PARA
           END-IF.

       READ-SUPP-FILE-PARA.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
              READ SUPPDISBFILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF SBTYPE = "T"
                       MOVE "Y" TO WS-SR-CTL-FND
                       MOVE SBAMT TO WS-SR-CTL-AMT
                       COMPUTE WS-SR-CTL-CNT =
                          FUNCTION NUMVAL(SBACCNO)
                    ELSE
                       ADD 1 TO WS-SR-LINE-CNT
                       ADD SBAMT TO WS-SR-LINE-AMT
                       IF SC-TOP >= 1000
                          DISPLAY "CREDIT TABLE FULL - RAISE SC-ENTRY"
                                  " OCCURS AND RERUN"
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       ADD 1 TO SC-TOP
                       MOVE SBEMPID TO SC-EMPID(SC-TOP)
                    END-IF
              END-READ
           END-PERFORM.

       CLASSIFY-SUPP-ROW-PARA.
           ADD SHNET TO WS-SUPP-NET.
           MOVE "N" TO WS-FOUND.
           PERFORM VARYING SC-IDX FROM 1 BY 1
              UNTIL SC-IDX > SC-TOP OR WS-FOUND = "Y"
              IF SC-EMPID(SC-IDX) = SHEMPID
                 MOVE "Y" TO WS-FOUND
              END-IF
           END-PERFORM.
           IF WS-FOUND = "Y"
              ADD SHNET TO WS-SR-BANKED
              ADD SHNET TO WS-SUPP-BNK
           ELSE
              IF SHHELD = "Y"
                 ADD SHNET TO WS-SUPP-HLD
              ELSE
                 MOVE SHEMPID TO BKEMPID
                 READ BANKFILE
                    INVALID KEY
                       ADD SHNET TO WS-SUPP-NOB
                    NOT INVALID KEY
                       ADD SHNET TO WS-SUPP-OFF
                 END-READ
              END-IF
           END-IF.

       PROVE-SUPP-FILE-PARA.
           IF WS-SR-CTL-FND = "N"
              MOVE "SUPP-CTL" TO RCCAT
              MOVE "NO TRAILER CONTROL LINE ON RUN FILE" TO RCMSG
              PERFORM WRITE-EXCEPT-PARA
           ELSE
              COMPUTE WS-DIFF = WS-SR-CTL-AMT - WS-SR-LINE-AMT
              IF WS-DIFF NOT = ZERO
                 MOVE WS-DIFF TO WS-DIFF-ED
                 MOVE "SUPP-CTL" TO RCCAT
                 MOVE SPACES TO RCMSG
                 STRING "TRAILER AMT NOT SUM OF CREDITS, DIFF "
                        DELIMITED BY SIZE
                        WS-DIFF-ED DELIMITED BY SIZE
                   INTO RCMSG
                 PERFORM WRITE-EXCEPT-PARA
              END-IF
              IF WS-SR-CTL-CNT NOT = WS-SR-LINE-CNT
                 MOVE "SUPP-CNT" TO RCCAT
                 MOVE "TRAILER COUNT NOT EQUAL TO CREDIT LINES"
                    TO RCMSG
                 PERFORM WRITE-EXCEPT-PARA
              END-IF
           END-IF.
           COMPUTE WS-DIFF = WS-SR-BANKED - WS-SR-LINE-AMT.
           IF WS-DIFF NOT = ZERO
              MOVE WS-DIFF TO WS-DIFF-ED
              MOVE "NET-SUPP" TO RCCAT
              MOVE SPACES TO RCMSG
              STRING "SHNET NOT RUN CREDIT LINES, DIFF "
                     DELIMITED BY SIZE
                     WS-DIFF-ED DELIMITED BY SIZE
                INTO RCMSG
              PERFORM WRITE-EXCEPT-PARA
           END-IF.

       SWEEP-COMP-PARA.
           OPEN INPUT PAYCOMPFILE.
           IF FSPC = "35" OR FSPC = "30"
              CLOSE PAYCOMPFILE
              MOVE "DED-COMP" TO RCCAT
              MOVE WS-PERIOD TO RCKEY
              MOVE "NO PAYCOMP FILE - COMPONENTS UNPROVABLE"
                 TO RCMSG
              PERFORM WRITE-EXCEPT-PARA
           ELSE
              MOVE "N" TO WS-EOF
              MOVE WS-PERIOD TO PCPERIOD
              MOVE SPACES TO PCEMPID
              START PAYCOMPFILE KEY IS NOT LESS THAN PCKEY
                 INVALID KEY MOVE "Y" TO WS-EOF
              END-START
              PERFORM UNTIL WS-EOF = "Y"
                 READ PAYCOMPFILE NEXT RECORD
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF PCPERIOD NOT = WS-PERIOD
                          MOVE "Y" TO WS-EOF
                       ELSE
                          ADD PCPF TO WS-PF-TOT
                          ADD PCESI TO WS-ESI-TOT
                          ADD PCPTAX TO WS-PTX-TOT
                          ADD PCITAX TO WS-ITX-TOT
                          ADD PCLOAN TO WS-LOAN-TOT
                          ADD PCOTHD TO WS-OTH-TOT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PAYCOMPFILE
           END-IF.

      *    THE REMIT SCHEDULES CARRY THEIR GRAND TOTAL ON THE
      *    "GRAND TOTAL" LINE STATREMIT WRITES, AMOUNT IN COLUMNS
      *    33-44.
       READ-REMIT-TOTALS-PARA.
           OPEN INPUT PFREMITFILE.
           IF FS1 NOT = "35"
              MOVE "N" TO WS-EOF
              PERFORM UNTIL WS-EOF = "Y"
                 READ PFREMITFILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       MOVE PFREMITREC TO WS-REMLINE
                       IF WS-REMLINE (1:11) = "GRAND TOTAL"
                          COMPUTE WS-REM-PF =
                             FUNCTION NUMVAL(WS-REMLINE (33:12))
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE PFREMITFILE.
           OPEN INPUT ESIREMITFILE.
           IF FS2 NOT = "35"
              MOVE "N" TO WS-EOF
              PERFORM UNTIL WS-EOF = "Y"
                 READ ESIREMITFILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       MOVE ESIREMITREC TO WS-REMLINE
                       IF WS-REMLINE (1:11) = "GRAND TOTAL"
           03 USERID           PIC X(8).
           03 USER-PWD-HASH    PIC 9(10).
           03 USER-ROLE        PIC X(8).
           03 USER-EMPID       PIC X(6).

       FD AUDITFILE
           LABEL RECORDS ARE STANDARD
      *    EITHER ONE EMPLOYEE OR A DATE RANGE FOR A BATCH - THE
      *    RANGE FILTERS ON THE DATE THAT DRIVES THE LETTER (EDOJ,
      *    CONFIRMATION DATE, REVISION DATE OR TRANSFER DATE).
      *    TYPE N IS THE APPOINTMENT LETTER FOR A CANDIDATE ACCEPTED
      *    IN RECRUIT AND NOT YET ON EMPFILE - NAME, ADDRESS, SLOT AND
      *    JOINING DATE COME FROM DATA/CANDIDATE.DAT, THE EMP CODE
      *    PROMPT TAKES THE CODE ALLOTTED AT ACCEPTANCE AND THE RANGE
      *    FILTERS ON THE JOINING DATE.
      *    TYPE W IS THE WARNING LETTER FOR THE LATEST DISCIPLINARY
      *    CASE WITH A WARNING OUTCOME ON DATA/DISCCASE.DAT (DISCMNT),
      *    QUOTING THE CHARGE AND HEARING DATE; THE RANGE FILTERS ON
      *    THE OUTCOME DATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORD KEY IS TTRFID
           FILE STATUS IS FST.

           SELECT CANDFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CDKEY
           FILE STATUS IS FSCD.

           SELECT DISCFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DKKEY
           FILE STATUS IS FSDK.

           SELECT HRLETTERFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSS.
           02 TNBRID   PIC X(6).
           02 TTRFDT   PIC X(10).

       FD CANDFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/CANDIDATE.DAT".
       01 CANDREC.
           02 CDKEY.
              03 CDRQID    PIC X(6).
              03 CDSEQ     PIC 999.
           02 CDNAME       PIC X(25).
           02 CDADDR       PIC X(30).
           02 CDPHONE      PIC X(10).
           02 CDDOB        PIC X(10).
           02 CDUG         PIC X(4).
           02 CDPG         PIC X(4).
           02 CDSKILL      PIC X(10).
           02 CDBRID       PIC X(6).
           02 CDDESID      PIC X(6).
           02 CDSTAGE      PIC X(1).
           02 CDSTGDT      PIC X(10).
           02 CDEMPID      PIC X(6).
           02 CDDOJ        PIC X(10).
           02 CDGRDNO      PIC 99.
           02 CDDEPID      PIC X(6).

       FD DISCFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/DISCCASE.DAT".
       01 DISCREC.
           02 DKKEY.
              03 DKEMPID   PIC X(6).
              03 DKSEQ     PIC 99.
           02 DKCHARGE     PIC X(40).
           02 DKCHGDT      PIC X(10).
           02 DKSCNDT      PIC X(10).
           02 DKHEARDT     PIC X(10).
           02 DKNOTES      PIC X(60).
           02 DKSTAT       PIC X(1).
           02 DKOUTCM      PIC X(1).
           02 DKOUTDT      PIC X(10).
           02 DKSUSFM      PIC X(10).
           02 DKSUSTO      PIC X(10).
           02 DKSUBPCT     PIC 99V99.
           02 DKWHYRS      PIC 9.

       FD HRLETTERFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/HRLETTER.DAT".
       77 FSR    PIC XX.
       77 FST    PIC XX.
       77 FSS    PIC XX.
       77 FSCD   PIC XX.
       77 FSDK   PIC XX.
       77 WS-EOF      PIC X VALUE "N".
       77 WS-TYPE     PIC X.
       77 WS-EMPID    PIC X(6).
       77 WS-SYSDATE  PIC 9(8).
       77 WS-TODAY    PIC X(10).
       77 WS-BASIC-ED PIC Z(6)9.99.
       77 WS-CHARGE   PIC X(40).
       77 WS-HEARDT   PIC X(10).

       01 WS-RULE-LINE.
           02 FILLER PIC X(64) VALUE ALL "-".
       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "LETTER TYPE - (A)PPOINTMENT, (C)ONFIRMATION,".
           DISPLAY "              (I)NCREMENT, (T)RANSFER,".
           DISPLAY "              (W)ARNING,".
           DISPLAY "              (N)EW JOINER FROM RECRUITMENT :".
           ACCEPT WS-TYPE.
           IF WS-TYPE = "a"
              MOVE "A" TO WS-TYPE.
              MOVE "I" TO WS-TYPE.
           IF WS-TYPE = "t"
              MOVE "T" TO WS-TYPE.
           IF WS-TYPE = "n"
              MOVE "N" TO WS-TYPE.
           IF WS-TYPE = "w"
              MOVE "W" TO WS-TYPE.
           IF WS-TYPE NOT = "A" AND WS-TYPE NOT = "C" AND
              WS-TYPE NOT = "I" AND WS-TYPE NOT = "T" AND
              WS-TYPE NOT = "N" AND WS-TYPE NOT = "W"
              DISPLAY "INVALID CHOICE - ENTER A, C, I, T, N OR W"
              STOP RUN.
           DISPLAY "ENTER EMP CODE (BLANK=DATE RANGE)  :".
           ACCEPT WS-EMPID.
                  "-" DELIMITED BY SIZE
                  WS-SYSDATE (7:2) DELIMITED BY SIZE
             INTO WS-TODAY.
           IF WS-TYPE = "N"
              PERFORM CANDIDATE-LETTERS-PARA
              STOP RUN.
           OPEN INPUT EMPFILE.
           IF FSE = "35"
              DISPLAY "NO EMPLOYEE FILE - NOTHING TO PRINT"
           OPEN INPUT CONFIRMATIONFILE.
           OPEN INPUT REVISIONFILE.
           OPEN INPUT TRANSFERFILE.
           OPEN INPUT DISCFILE.
           OPEN OUTPUT HRLETTERFILE.
           IF WS-EMPID NOT = SPACES
              MOVE WS-EMPID TO EEMPID
           CLOSE CONFIRMATIONFILE.
           CLOSE REVISIONFILE.
           CLOSE TRANSFERFILE.
           CLOSE DISCFILE.
           CLOSE HRLETTERFILE.
           DISPLAY "LETTER RUN COMPLETE - " WS-COUNT " LETTERS, "
                   WS-SKIPPED " WITHOUT THE DRIVING RECORD".
                 PERFORM GET-REVISION-PARA
              WHEN "T"
                 PERFORM GET-TRANSFER-PARA
              WHEN "W"
                 PERFORM GET-WARNING-PARA
           END-EVALUATE.

       GET-CONFIRM-PARA.
              END-PERFORM
           END-IF.

       GET-WARNING-PARA.
           IF FSDK = "35" OR FSDK = "30"
              CONTINUE
           ELSE
              MOVE "N" TO WS-SCAN-EOF
              MOVE EEMPID TO DKEMPID
              MOVE ZERO TO DKSEQ
              START DISCFILE KEY IS NOT LESS THAN DKKEY
                 INVALID KEY MOVE "Y" TO WS-SCAN-EOF
              END-START
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ DISCFILE NEXT RECORD
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       IF DKEMPID NOT = EEMPID
                          MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                          IF DKOUTCM = "W" AND
                             (WS-HAVE = "N" OR DKOUTDT > WS-RELDATE)
                             MOVE "Y" TO WS-HAVE
                             MOVE DKOUTDT  TO WS-RELDATE
                             MOVE DKCHARGE TO WS-CHARGE
                             MOVE DKHEARDT TO WS-HEARDT
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

      *    ACCEPTED CANDIDATES ARE LETTERED FROM THEIR CANDIDATE ROW,
      *    MOVED INTO THE EMPLOYEE FIELDS THE LETTER LAYOUT PRINTS.
       CANDIDATE-LETTERS-PARA.
           OPEN INPUT CANDFILE.
           IF FSCD = "35" OR FSCD = "30"
              DISPLAY "NO CANDIDATE FILE - NOTHING TO PRINT"
              STOP RUN.
           OPEN INPUT BRANCHFILE.
           OPEN INPUT DESIGNATIONFILE.
           OPEN OUTPUT HRLETTERFILE.
           PERFORM UNTIL WS-EOF = "Y"
              READ CANDFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF CDSTAGE = "C"
                       PERFORM LETTER-ONE-CAND-PARA
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CANDFILE.
           CLOSE BRANCHFILE.
           CLOSE DESIGNATIONFILE.
           CLOSE HRLETTERFILE.
           DISPLAY "LETTER RUN COMPLETE - " WS-COUNT " LETTERS".

       LETTER-ONE-CAND-PARA.
           IF (WS-EMPID NOT = SPACES AND CDEMPID NOT = WS-EMPID) OR
              (WS-EMPID = SPACES AND
               ((WS-FROMDATE NOT = SPACES AND
                 CDDOJ < WS-FROMDATE) OR
                (WS-TODATE NOT = SPACES AND
                 CDDOJ > WS-TODATE)))
              CONTINUE
           ELSE
              MOVE CDEMPID TO EEMPID
              MOVE CDNAME  TO EEMPNAME
              MOVE CDADDR  TO EEMPADDR
              MOVE CDBRID  TO EBRNID
              MOVE CDDESID TO EDESID
              MOVE CDDOJ   TO WS-RELDATE
              PERFORM PRINT-LETTER-PARA
           END-IF.

       PRINT-LETTER-PARA.
           MOVE EBRNID TO BBRID.
           READ BRANCHFILE
           WRITE PRTREC.
           EVALUATE WS-TYPE
              WHEN "A" PERFORM PRINT-APPOINT-PARA
              WHEN "N" PERFORM PRINT-APPOINT-PARA
              WHEN "C" PERFORM PRINT-CONFIRM-PARA
              WHEN "I" PERFORM PRINT-INCR-PARA
              WHEN "T" PERFORM PRINT-TRANSFER-PARA
              WHEN "W" PERFORM PRINT-WARNING-PARA
           END-EVALUATE.
           MOVE SPACES TO PRTREC.
           WRITE PRTREC.
           MOVE WS-TEXT-LINE TO PRTREC.
           WRITE PRTREC.

       PRINT-WARNING-PARA.
           MOVE "LETTER OF WARNING" TO WT-TEXT.
           MOVE WS-TEXT-LINE TO PRTREC.
           WRITE PRTREC.
           MOVE SPACES TO PRTREC.
           WRITE PRTREC.
           MOVE "WITH REFERENCE TO THE CHARGE AGAINST YOU OF"
              TO WT-TEXT.
           MOVE WS-TEXT-LINE TO PRTREC.
           WRITE PRTREC.
           MOVE SPACES TO WT-TEXT.
           STRING WS-CHARGE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
             INTO WT-TEXT.
           MOVE WS-TEXT-LINE TO PRTREC.
           WRITE PRTREC.
           MOVE SPACES TO WT-TEXT.
           IF WS-HEARDT NOT = SPACES
              STRING "AND THE HEARING HELD ON " DELIMITED BY SIZE
                     WS-HEARDT DELIMITED BY SIZE
                     ", YOU ARE HEREBY WARNED" DELIMITED BY SIZE
                INTO WT-TEXT
           ELSE
              MOVE "YOU ARE HEREBY WARNED" TO WT-TEXT
           END-IF.
           MOVE WS-TEXT-LINE TO PRTREC.
           WRITE PRTREC.
           MOVE SPACES TO WT-TEXT.
           STRING "WITH EFFECT FROM " DELIMITED BY SIZE
                  WS-RELDATE DELIMITED BY SIZE
                  " THAT ANY REPETITION WILL LEAD TO SEVERER"
                  DELIMITED BY SIZE
             INTO WT-TEXT.
           MOVE WS-TEXT-LINE TO PRTREC.
           WRITE PRTREC.
           MOVE "DISCIPLINARY ACTION. THIS LETTER WILL BE PLACED ON"
              TO WT-TEXT.
           MOVE WS-TEXT-LINE TO PRTREC.
           WRITE PRTREC.
           MOVE "YOUR PERSONAL FILE." TO WT-TEXT.
           MOVE WS-TEXT-LINE TO PRTREC.
           WRITE PRTREC.

       PRINT-TRANSFER-PARA.
           MOVE WS-OLDBRN TO BBRID.
           READ BRANCHFILE INVALID KEY MOVE SPACES TO BBRNAME.
           WRITE PRTREC.

       END PROGRAM HRLETTER.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATMAINT.

      *    STATUTORY RATE TABLE MAINTENANCE - ADDS OR REPLACES A ROW
      *    ON DATA/STATRATE.DAT: PF EMPLOYEE/EMPLOYER PERCENT AND PF
      *    WAGE CEILING, ESI EMPLOYEE/EMPLOYER PERCENT AND ESI
      *    ELIGIBILITY CEILING, THE STATUTORY BONUS WAGE CEILING, OR
      *    ONE PROFESSIONAL-TAX SLAB (WAGE FROM/TO AND MONTHLY AMOUNT)
      *    FOR A STATE, OR THE MINIMUM TAKE-HOME PAY THE STANDING
      *    DEDUCTIONS (SEE PAYEEMNT) MAY NOT CUT INTO - A PERCENTAGE OF
      *    THE EARNED GROSS AND A FLAT AMOUNT, THE HIGHER OF THE TWO
      *    APPLYING - EACH WITH THE DATE IT TAKES EFFECT FROM, SO A
      *    RATE CHANGE IS KEYED AHEAD AND EARLIER PERIODS STILL RERUN
      *    AT THE OLD RATE. ALSO MAPS A BRANCH TO ITS STATE ON
      *    DATA/BRSTATE.DAT FOR THE PT SLABS, AND LISTS THE TABLE.
      *    PAYRUN DERIVES PF, ESI, PT AND THE TAKE-HOME FLOOR FROM
      *    THESE ROWS AND BONUSRUN TAKES ITS CEILING FROM THEM, SO
      *    CHANGES TAKE AN ADMIN LOGIN AND EACH ONE IS WRITTEN TO
      *    DATA/AUDIT.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATRATEFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SRKEY
           FILE STATUS IS FSSR.

           SELECT BRSTATEFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BSBRID
           FILE STATUS IS FSBS.

           SELECT BRANCHFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BBRID
           FILE STATUS IS FSB.

           SELECT USERFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USERID
           FILE STATUS IS FSU.

           SELECT AUDITFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSA.

       DATA DIVISION.
       FILE SECTION.
       FD STATRATEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/STATRATE.DAT".
       01 STATRATEREC.
           02 SRKEY.
              03 SRSCHEME  PIC X(2).
              03 SRSTATE   PIC X(6).
              03 SREFFDT   PIC X(10).
              03 SRSLABNO  PIC 99.
           02 SREEPCT      PIC 99V99.
           02 SRERPCT      PIC 99V99.
           02 SRCEIL       PIC 9(6)V99.
           02 SRFROM       PIC 9(6)V99.
           02 SRTO         PIC 9(6)V99.
           02 SRPTAMT      PIC 9(4)V99.

       FD BRSTATEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/BRSTATE.DAT".
       01 BRSTATEREC.
           02 BSBRID    PIC X(6).
           02 BSSTATE   PIC X(6).

       FD BRANCHFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/BRANCH.DAT".
       01 BRANCHREC.
           02 BBRID    PIC X(6).
           02 BBRNAME  PIC X(15).
           02 BBRADD   PIC X(30).
           02 BBRPH    PIC X(10).
           02 BEMAIL   PIC X(20).
           02 BMGRNAME PIC X(25).

       FD USERFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/USER.DAT".
       01 USERREC.
           03 USERID           PIC X(8).
           03 USER-PWD-HASH    PIC 9(10).
           03 USER-ROLE        PIC X(8).
           03 USER-EMPID       PIC X(6).

       FD AUDITFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/AUDIT.DAT".
       01 AUDITREC            PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSSR  PIC XX.
       77 FSBS  PIC XX.
       77 FSB   PIC XX.
       77 FSU   PIC XX.
       77 FSA   PIC XX.
       77 WS-MODE      PIC X.
       77 WS-EOF       PIC X.
       77 WS-LOGIN-ID  PIC X(8).
       77 WS-LOGIN-PWD PIC X(20).
       77 WS-LOGIN-OK  PIC X.
       77 WS-AUD-OP    PIC X(6).
       77 WS-AUD-FILE  PIC X(18).
       77 WS-AUD-KEY   PIC X(20).
       77 WS-DATE-OK   PIC X.
       77 WS-CHECKDATE PIC X(10).
       77 WS-CCYYX     PIC X(4).
       77 WS-MMX       PIC X(2).
       77 WS-DDX       PIC X(2).
       77 WS-CCYY      PIC 9(4).
       77 WS-MM        PIC 9(2).
       77 WS-DD        PIC 9(2).
       77 WS-MAXDD     PIC 9(2).
       01 WS-HASH-WORK.
           03 WS-HASH-I    PIC 9(4).
           03 WS-HASH-ACC  PIC 9(10).
           03 WS-HASH-CH   PIC 9(3).
       01 AUDIT-STAMP.
           03 AUD-DATE         PIC 9(8).
           03 AUD-TIME         PIC 9(8).
       01 WS-LIST-LINE.
           02 WL-SCHEME  PIC X(2).
           02 FILLER     PIC X(1) VALUE SPACE.
           02 WL-STATE   PIC X(6).
           02 FILLER     PIC X(1) VALUE SPACE.
           02 WL-EFFDT   PIC X(10).
           02 FILLER     PIC X(1) VALUE SPACE.
           02 WL-SLABNO  PIC Z9.
           02 FILLER     PIC X(1) VALUE SPACE.
           02 WL-EEPCT   PIC Z9.99.
           02 FILLER     PIC X(1) VALUE SPACE.
           02 WL-ERPCT   PIC Z9.99.
           02 FILLER     PIC X(1) VALUE SPACE.
           02 WL-CEIL    PIC Z(5)9.99.
           02 FILLER     PIC X(1) VALUE SPACE.
           02 WL-FROM    PIC Z(5)9.99.
           02 FILLER     PIC X(1) VALUE SPACE.
           02 WL-TO      PIC Z(5)9.99.
           02 FILLER     PIC X(1) VALUE SPACE.
           02 WL-PTAMT   PIC Z(3)9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "(P)F RATE, (E)SI RATE, P(T) SLAB, (B)ONUS CEILING,".
           DISPLAY "TAKE-(H)OME FLOOR, (S)TATE OF BRANCH OR (L)IST ?:".
           ACCEPT WS-MODE.
           IF WS-MODE = "p"
              MOVE "P" TO WS-MODE.
           IF WS-MODE = "e"
              MOVE "E" TO WS-MODE.
           IF WS-MODE = "t"
              MOVE "T" TO WS-MODE.
           IF WS-MODE = "b"
              MOVE "B" TO WS-MODE.
           IF WS-MODE = "h"
              MOVE "H" TO WS-MODE.
           IF WS-MODE = "s"
              MOVE "S" TO WS-MODE.
           IF WS-MODE = "l"
              MOVE "L" TO WS-MODE.
           IF WS-MODE = "L"
              PERFORM LIST-PARA
              STOP RUN.
           IF WS-MODE NOT = "P" AND WS-MODE NOT = "E" AND
              WS-MODE NOT = "T" AND WS-MODE NOT = "B" AND
              WS-MODE NOT = "H" AND WS-MODE NOT = "S"
              DISPLAY "INVALID CHOICE - ENTER P, E, T, B, H, S OR L"
              STOP RUN.
      *    EVERY RATE FEEDS THE PAY RUN, SO ONLY AN ADMIN CHANGES IT.
           PERFORM VERIFY-ADMIN-PARA.
           IF WS-LOGIN-OK NOT = "Y"
              DISPLAY "CHANGE REFUSED - ADMIN LOGIN REQUIRED"
              MOVE 8 TO RETURN-CODE
              STOP RUN.
           IF WS-MODE = "S"
              PERFORM BRANCH-STATE-PARA
              STOP RUN.
           MOVE SPACES TO SRSTATE.
           MOVE 1 TO SRSLABNO.
           MOVE ZERO TO SREEPCT SRERPCT SRCEIL SRFROM SRTO SRPTAMT.
           EVALUATE WS-MODE
              WHEN "P"
                 MOVE "PF" TO SRSCHEME
                 PERFORM GET-EFFDT-PARA
                 DISPLAY "EMPLOYEE PF PERCENT (NNNN = NN.NN) :"
                 ACCEPT SREEPCT
                 DISPLAY "EMPLOYER PF PERCENT (NNNN = NN.NN) :"
                 ACCEPT SRERPCT
                 DISPLAY "PF WAGE CEILING (NNNNNNNN, LAST TWO"
                 DISPLAY "  DIGITS PAISE, ZERO = NO CEILING) :"
                 ACCEPT SRCEIL
              WHEN "E"
                 MOVE "ES" TO SRSCHEME
                 PERFORM GET-EFFDT-PARA
                 DISPLAY "EMPLOYEE ESI PERCENT (NNNN = NN.NN):"
                 ACCEPT SREEPCT
                 DISPLAY "EMPLOYER ESI PERCENT (NNNN = NN.NN):"
                 ACCEPT SRERPCT
                 DISPLAY "ESI ELIGIBILITY CEILING ON GROSS"
                 DISPLAY "  (NNNNNNNN, LAST TWO DIGITS PAISE):"
                 ACCEPT SRCEIL
              WHEN "B"
                 MOVE "BN" TO SRSCHEME
                 PERFORM GET-EFFDT-PARA
                 DISPLAY "BONUS WAGE CEILING (NNNNNNNN, LAST"
                 DISPLAY "  TWO DIGITS ARE PAISE)            :"
                 ACCEPT SRCEIL
              WHEN "H"
                 MOVE "TH" TO SRSCHEME
                 PERFORM GET-EFFDT-PARA
                 DISPLAY "MINIMUM TAKE-HOME AS PERCENT OF EARNED"
                 DISPLAY "  GROSS (NNNN = NN.NN)             :"
                 ACCEPT SREEPCT
                 DISPLAY "MINIMUM TAKE-HOME AMOUNT (NNNNNNNN,"
                 DISPLAY "  LAST TWO DIGITS ARE PAISE)       :"
                 ACCEPT SRCEIL
              WHEN "T"
                 MOVE "PT" TO SRSCHEME
                 DISPLAY "STATE CODE                         :"
                 ACCEPT SRSTATE
                 PERFORM GET-EFFDT-PARA
                 DISPLAY "SLAB NUMBER (01-99)                :"
                 ACCEPT SRSLABNO
                 DISPLAY "MONTHLY GROSS FROM (NNNNNNNN)      :"
                 ACCEPT SRFROM
                 DISPLAY "MONTHLY GROSS TO (ZERO = NO LIMIT) :"
                 ACCEPT SRTO
                 DISPLAY "PT AMOUNT PER MONTH (NNNNNN)       :"
                 ACCEPT SRPTAMT
           END-EVALUATE.
           OPEN I-O STATRATEFILE.
           IF FSSR = "35" OR FSSR = "30"
              OPEN OUTPUT STATRATEFILE.
           MOVE "ADD" TO WS-AUD-OP.
           WRITE STATRATEREC
              INVALID KEY
                 MOVE "CHANGE" TO WS-AUD-OP
                 REWRITE STATRATEREC
           END-WRITE.
           CLOSE STATRATEFILE.
           MOVE "STATRATEFILE" TO WS-AUD-FILE.
           MOVE SRKEY TO WS-AUD-KEY.
           PERFORM WRITE-AUDIT-PARA.
           DISPLAY "RATE SAVED - " SRSCHEME " " SRSTATE " EFFECTIVE "
                   SREFFDT.
           STOP RUN.

       GET-EFFDT-PARA.
           MOVE "N" TO WS-DATE-OK.
           PERFORM UNTIL WS-DATE-OK = "Y"
              DISPLAY "EFFECTIVE FROM (CCYY-MM-DD)        :"
              ACCEPT SREFFDT
              MOVE SREFFDT TO WS-CHECKDATE
              PERFORM VALIDATE-DATE-PARA
              IF WS-DATE-OK NOT = "Y"
                 DISPLAY "INVALID DATE, USE FORMAT CCYY-MM-DD"
              END-IF
           END-PERFORM.

       BRANCH-STATE-PARA.
           DISPLAY "BRANCH CODE                        :".
           ACCEPT BSBRID.
           OPEN INPUT BRANCHFILE.
           MOVE BSBRID TO BBRID.
           READ BRANCHFILE
              INVALID KEY
                 DISPLAY "BRANCH " BSBRID " NOT ON BRANCHFILE"
                 CLOSE BRANCHFILE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-READ.
           CLOSE BRANCHFILE.
           DISPLAY "STATE CODE                         :".
           ACCEPT BSSTATE.
           OPEN I-O BRSTATEFILE.
           IF FSBS = "35" OR FSBS = "30"
              OPEN OUTPUT BRSTATEFILE.
           MOVE "ADD" TO WS-AUD-OP.
           WRITE BRSTATEREC
              INVALID KEY
                 MOVE "CHANGE" TO WS-AUD-OP
                 REWRITE BRSTATEREC
           END-WRITE.
           CLOSE BRSTATEFILE.
           MOVE "BRSTATEFILE" TO WS-AUD-FILE.
           MOVE BRSTATEREC TO WS-AUD-KEY.
           PERFORM WRITE-AUDIT-PARA.
           DISPLAY "BRANCH " BSBRID " NOW IN STATE " BSSTATE.

       LIST-PARA.
           OPEN INPUT STATRATEFILE.
           IF FSSR = "35" OR FSSR = "30"
              DISPLAY "NO STATUTORY RATE FILE YET"
              CLOSE STATRATEFILE
           ELSE
              DISPLAY "SC STATE  EFFECTIVE  SL  EE %  ER %   CEILING"
                      "      FROM        TO   PT AMT"
              MOVE "N" TO WS-EOF
              PERFORM UNTIL WS-EOF = "Y"
                 READ STATRATEFILE NEXT RECORD
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       MOVE SRSCHEME TO WL-SCHEME
                       MOVE SRSTATE  TO WL-STATE
                       MOVE SREFFDT  TO WL-EFFDT
                       MOVE SRSLABNO TO WL-SLABNO
                       MOVE SREEPCT  TO WL-EEPCT
                       MOVE SRERPCT  TO WL-ERPCT
                       MOVE SRCEIL   TO WL-CEIL
                       MOVE SRFROM   TO WL-FROM
                       MOVE SRTO     TO WL-TO
                       MOVE SRPTAMT  TO WL-PTAMT
                       DISPLAY WS-LIST-LINE
                 END-READ
              END-PERFORM
              CLOSE STATRATEFILE
           END-IF.
           OPEN INPUT BRSTATEFILE.
           IF FSBS = "35" OR FSBS = "30"
              CLOSE BRSTATEFILE
           ELSE
              DISPLAY "BRANCH STATE"
              MOVE "N" TO WS-EOF
              PERFORM UNTIL WS-EOF = "Y"
                 READ BRSTATEFILE NEXT RECORD
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END DISPLAY BSBRID " " BSSTATE
                 END-READ
              END-PERFORM
              CLOSE BRSTATEFILE
           END-IF.

       VERIFY-ADMIN-PARA.
           MOVE "N" TO WS-LOGIN-OK.
           DISPLAY "ENTER ADMIN USER ID                :".
           ACCEPT WS-LOGIN-ID.
           DISPLAY "ENTER PASSWORD                     :".
           ACCEPT WS-LOGIN-PWD.
           PERFORM HASH-PASSWORD-PARA.
           OPEN INPUT USERFILE.
           IF FSU = "35" OR FSU = "30"
              CLOSE USERFILE
           ELSE
              MOVE WS-LOGIN-ID TO USERID
              READ USERFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF USER-PWD-HASH = WS-HASH-ACC AND
                       USER-ROLE = "ADMIN"
                       MOVE "Y" TO WS-LOGIN-OK
                    END-IF
              END-READ
              CLOSE USERFILE
           END-IF.

       HASH-PASSWORD-PARA.
           MOVE ZERO TO WS-HASH-ACC.
           PERFORM VARYING WS-HASH-I FROM 1 BY 1
                 UNTIL WS-HASH-I > 20
              MOVE FUNCTION ORD(WS-LOGIN-PWD(WS-HASH-I:1))
                 TO WS-HASH-CH
              COMPUTE WS-HASH-ACC =
                 FUNCTION MOD((WS-HASH-ACC * 31) + WS-HASH-CH,
                 9999999999)
           END-PERFORM.

       WRITE-AUDIT-PARA.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT AUD-TIME FROM TIME.
           OPEN EXTEND AUDITFILE.
           IF FSA = "05" OR FSA = "35"
              CLOSE AUDITFILE
              OPEN OUTPUT AUDITFILE.
           MOVE SPACES TO AUDITREC.
           STRING WS-AUD-OP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AUD-FILE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AUD-KEY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUD-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUD-TIME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LOGIN-ID DELIMITED BY SIZE
             INTO AUDITREC.
           WRITE AUDITREC.
           CLOSE AUDITFILE.

       VALIDATE-DATE-PARA.
           MOVE "Y" TO WS-DATE-OK.
           IF WS-CHECKDATE (5:1) NOT = "-" OR
              WS-CHECKDATE (8:1) NOT = "-"
              MOVE "N" TO WS-DATE-OK
           ELSE
              MOVE WS-CHECKDATE (1:4) TO WS-CCYYX
              MOVE WS-CHECKDATE (6:2) TO WS-MMX
              MOVE WS-CHECKDATE (9:2) TO WS-DDX
              IF WS-CCYYX IS NOT NUMERIC OR
                 WS-MMX IS NOT NUMERIC OR
                 WS-DDX IS NOT NUMERIC
                 MOVE "N" TO WS-DATE-OK
              ELSE
                 MOVE WS-CCYYX TO WS-CCYY
                 MOVE WS-MMX TO WS-MM
                 MOVE WS-DDX TO WS-DD
                 IF WS-MM < 1 OR WS-MM > 12
                    MOVE "N" TO WS-DATE-OK
                 ELSE
                    PERFORM SET-MAXDD-PARA
                    IF WS-DD < 1 OR WS-DD > WS-MAXDD
                       MOVE "N" TO WS-DATE-OK
                    END-IF
                 END-IF
              END-IF
           END-IF.

       SET-MAXDD-PARA.
           EVALUATE WS-MM
              WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                 MOVE 31 TO WS-MAXDD
              WHEN 4 WHEN 6 WHEN 9 WHEN 11
                 MOVE 30 TO WS-MAXDD
              WHEN 2
                 IF FUNCTION MOD(WS-CCYY, 4) NOT = 0
                    MOVE 28 TO WS-MAXDD
                 ELSE
                    IF FUNCTION MOD(WS-CCYY, 100) = 0 AND
                       FUNCTION MOD(WS-CCYY, 400) NOT = 0
                       MOVE 28 TO WS-MAXDD
                    ELSE
                       MOVE 29 TO WS-MAXDD
                    END-IF
                 END-IF
           END-EVALUATE.

       END PROGRAM STATMAINT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVDECL.

      *    INVESTMENT DECLARATION ENTRY - CALLED FROM MAINHRMS (WRITE
      *    OR ADMIN ROLES). KEEPS ONE ROW PER EMPLOYEE, TAX YEAR AND
      *    SECTION ON DATA/INVDECL.DAT: THE AMOUNT THE EMPLOYEE
      *    DECLARES AT THE START OF THE YEAR, THE AMOUNT LATER BACKED
      *    BY PROOF, AND WHETHER PAYROLL HAS VERIFIED THAT PROOF. THE
      *    TAX YEAR IS KEYED AS ITS START PERIOD, THE SAME PERIOD
      *    TAXCERT ASKS FOR. TAXCALC ALLOWS THE DECLARED AMOUNT UNTIL
      *    THE PROOF CUT-OFF AND ONLY VERIFIED PROOF AFTER IT, AND
      *    TAXCERT PRINTS WHAT WAS ALLOWED. KEYING AN EXISTING
      *    EMPLOYEE/YEAR/SECTION BRINGS THE ROW BACK FOR CHANGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVDECLFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDKEY
           LOCK MODE IS MANUAL
           FILE STATUS IS FSID.

           SELECT EMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EEMPID
           FILE STATUS IS FSE.

       DATA DIVISION.
       FILE SECTION.
       FD INVDECLFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/INVDECL.DAT".
       01 INVDECLREC.
           02 IDKEY.
              03 IDEMPID   PIC X(6).
              03 IDYEAR    PIC 9(6).
              03 IDSECT    PIC X(6).
           02 IDDECLAMT    PIC 9(8)V99.
           02 IDPROOFAMT   PIC 9(8)V99.
           02 IDVERIFY     PIC X(1).

       FD EMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/EMP.DAT".
       01 EMPREC.
           02 EEMPID    PIC X(6).
           02 EEMPNAME  PIC X(25).
           02 EEMPADDR  PIC X(30).
           02 EPHONE    PIC X(10).
           02 EDOJ      PIC X(10).
           02 EDIP      PIC X(10).
           02 EUG       PIC X(4).
           02 EPG       PIC X(4).
           02 EPROFQ    PIC X(4).
           02 ESKILL    PIC X(10).
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).

       WORKING-STORAGE SECTION.
       77 FSID  PIC XX.
       77 FSE   PIC XX.
       77 CHOICE PIC 9.
       77 WS-EMPID-OK  PIC X.
       77 WS-ENTRY-OK  PIC X.
       77 WS-ON-FILE   PIC X.

       screen section.
       01 main-para-menu.
           03 line 3 column 10 value
               "*******************************************".
           03 line 5 column 10 value
               "      INVESTMENT DECLARATION ENTRY         ".
           03 line 7 column 10 value
               "*******************************************".
           03 line 11 column 5 value " 1. ENTER/CHANGE DECLARATION".
           03 line 12 column 5 value " 2. EXIT".
           03 line 14 column 25 value "ENTER U R CHOICE :".
           03 line 14 column 45 using CHOICE.

       01 decl-key-menu.
           03 line 1 column 1 value " ".
           03 line 1 column 1 value "ENTER EMP CODE :".
           03 line 1 column 40 using IDEMPID.
           03 line 2 column 1 value
               "ENTER TAX YEAR START PERIOD (CCYYMM) :".
           03 line 2 column 40 using IDYEAR.
           03 line 3 column 1 value "ENTER SECTION (80C/80D/...) :".
           03 line 3 column 40 using IDSECT.

       01 decl-amt-menu.
           03 line 5 column 1 value "DECLARED AMOUNT :".
           03 line 5 column 40 using IDDECLAMT.
           03 line 6 column 1 value "PROOF AMOUNT :".
           03 line 6 column 40 using IDPROOFAMT.
           03 line 7 column 1 value "PROOF VERIFIED (Y/N) :".
           03 line 7 column 40 using IDVERIFY.

       01 invalid-empid-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 20 value
               "EMPLOYEE CODE NOT FOUND IN EMPFILE".
           03 line 20 column 10 value
               "PRESS ENTER TO RE-ENTER THIS DECLARATION".

       01 invalid-key-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 15 value
               "YEAR START MONTH MUST BE 01-12 AND SECTION GIVEN".
           03 line 20 column 10 value
               "PRESS ENTER TO RE-ENTER THIS DECLARATION".

       01 invalid-amt-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 15 value
               "VERIFIED MUST BE Y OR N - Y NEEDS A PROOF AMOUNT".
           03 line 20 column 10 value
               "PRESS ENTER TO RE-ENTER THE AMOUNTS".

       01 decl-saved-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 20 value
               "DECLARATION SAVED FOR THE KEYED TAX YEAR".
           03 line 20 column 10 value
               "PRESS ENTER TO RETURN TO ENTRY MENU".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY " " AT 0101 ERASE EOS.
           accept main-para-menu.
           IF CHOICE = 1
              GO TO DECL-PARA
           ELSE
              EXIT PROGRAM.

       DECL-PARA.
           DISPLAY " " AT 0101 ERASE EOS.
           MOVE "N" TO WS-ENTRY-OK.
           PERFORM UNTIL WS-ENTRY-OK = "Y"
              accept decl-key-menu
              MOVE IDEMPID TO EEMPID
              PERFORM CHECK-EMPID-PARA
              IF WS-EMPID-OK NOT = "Y"
                 DISPLAY " " AT 0101 ERASE EOS
                 accept invalid-empid-msg
                 DISPLAY " " AT 0101 ERASE EOS
              ELSE
                 IF IDYEAR (5:2) >= "01" AND
                    IDYEAR (5:2) <= "12" AND
                    IDSECT NOT = SPACES
                    MOVE "Y" TO WS-ENTRY-OK
                 ELSE
                    DISPLAY " " AT 0101 ERASE EOS
                    accept invalid-key-msg
                    DISPLAY " " AT 0101 ERASE EOS
                 END-IF
              END-IF
           END-PERFORM.
           OPEN I-O INVDECLFILE.
           IF FSID = 30
              OPEN OUTPUT INVDECLFILE
              CLOSE INVDECLFILE
              OPEN I-O INVDECLFILE.
      *    AN EXISTING ROW COMES BACK ON THE AMOUNT SCREEN SO PROOF
      *    AND VERIFICATION ARE ADDED TO THE ORIGINAL DECLARATION.
           MOVE "Y" TO WS-ON-FILE.
           READ INVDECLFILE WITH LOCK
              INVALID KEY
                 MOVE "N" TO WS-ON-FILE
                 MOVE ZERO TO IDDECLAMT IDPROOFAMT
                 MOVE "N" TO IDVERIFY
           END-READ.
           MOVE "N" TO WS-ENTRY-OK.
           PERFORM UNTIL WS-ENTRY-OK = "Y"
              accept decl-amt-menu
              IF IDVERIFY = "y"
                 MOVE "Y" TO IDVERIFY
              END-IF
              IF IDVERIFY = "n"
                 MOVE "N" TO IDVERIFY
              END-IF
              IF IDVERIFY = "N" OR
                 (IDVERIFY = "Y" AND IDPROOFAMT > ZERO)
                 MOVE "Y" TO WS-ENTRY-OK
              ELSE
                 DISPLAY " " AT 0101 ERASE EOS
                 accept invalid-amt-msg
                 DISPLAY " " AT 0101 ERASE EOS
              END-IF
           END-PERFORM.
           IF WS-ON-FILE = "Y"
              REWRITE INVDECLREC
           ELSE
              WRITE INVDECLREC
           END-IF.
           CLOSE INVDECLFILE.
           DISPLAY " " AT 0101 ERASE EOS.
           accept decl-saved-msg.
           GO TO MAIN-PARA.

       CHECK-EMPID-PARA.
           OPEN INPUT EMPFILE.
           READ EMPFILE
              INVALID KEY MOVE "N" TO WS-EMPID-OK
              NOT INVALID KEY MOVE "Y" TO WS-EMPID-OK
           END-READ.
           CLOSE EMPFILE.

       END PROGRAM INVDECL.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPTLINE.

      *    REPORTING LINE MAINTENANCE - CALLED FROM MAINHRMS (ADMIN
      *    ROLE ONLY). RECORDS WHO AN EMPLOYEE REPORTS TO FROM A GIVEN
      *    DATE ON DATA/REPORTTO.DAT (KEYED EMPLOYEE + EFFECTIVE DATE,
      *    SO A CHANGE OF MANAGER IS KEYED AHEAD AND THE OLD LINE
      *    STAYS ON FILE), AND THE DELEGATE WHO MAY APPROVE FOR A
      *    MANAGER WHILE THAT MANAGER IS ON APPROVED LEAVE ON
      *    DATA/DELEGATE.DAT. LEAVAPPR AND CLAIMAPPR ROUTE EACH
      *    PENDING REQUEST TO THE EMPLOYEE'S CURRENT MANAGER FROM
      *    THESE ROWS AND ORGCHART PRINTS THE HIERARCHY. A BLANK
      *    MANAGER CODE ENDS THE REPORTING LINE FROM THE DATE GIVEN;
      *    A BLANK DELEGATE REMOVES THE DELEGATION. A LINE THAT WOULD
      *    MAKE AN EMPLOYEE REPORT (DIRECTLY OR THROUGH OTHERS) TO
      *    THEMSELVES IS REFUSED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORTTOFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RTKEY
           FILE STATUS IS FSRT.

           SELECT DELEGATEFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DGMGRID
           FILE STATUS IS FSDG.

           SELECT EMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EEMPID
           FILE STATUS IS FSE.

       DATA DIVISION.
       FILE SECTION.
       FD REPORTTOFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/REPORTTO.DAT".
       01 REPORTTOREC.
           02 RTKEY.
              03 RTEMPID   PIC X(6).
              03 RTEFFDT   PIC X(10).
           02 RTMGRID      PIC X(6).

       FD DELEGATEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/DELEGATE.DAT".
       01 DELEGATEREC.
           02 DGMGRID      PIC X(6).
           02 DGDELID      PIC X(6).

       FD EMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/EMP.DAT".
       01 EMPREC.
           02 EEMPID    PIC X(6).
           02 EEMPNAME  PIC X(25).
           02 EEMPADDR  PIC X(30).
           02 EPHONE    PIC X(10).
           02 EDOJ      PIC X(10).
           02 EDIP      PIC X(10).
           02 EUG       PIC X(4).
           02 EPG       PIC X(4).
           02 EPROFQ    PIC X(4).
           02 ESKILL    PIC X(10).
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).

       WORKING-STORAGE SECTION.
       77 FSRT  PIC XX.
       77 FSDG  PIC XX.
       77 FSE   PIC XX.
       77 CHOICE PIC 9.
       77 WS-EMPID-OK  PIC X.
       77 WS-DATE-OK   PIC X.
       77 WS-ENTRY-OK  PIC X.
       77 WS-LOOP      PIC X.
       77 WS-CHECKDATE PIC X(10).
       77 WS-CCYYX     PIC X(4).
       77 WS-MMX       PIC X(2).
       77 WS-DDX       PIC X(2).
       77 WS-CCYY      PIC 9(4).
       77 WS-MM        PIC 9(2).
       77 WS-DD        PIC 9(2).
       77 WS-MAXDD     PIC 9(2).
       77 WS-RT-EOF    PIC X.
       77 WS-CHK-EMPID PIC X(6).
       77 WS-MGRID     PIC X(6).
       77 WS-HOPS      PIC 99.
       01 WS-NEW-LINE.
           03 WN-EMPID  PIC X(6).
           03 WN-MGRID  PIC X(6).
           03 WN-EFFDT  PIC X(10).
       01 WS-NEW-DELEG.
           03 WN-DGMGR  PIC X(6).
           03 WN-DGDEL  PIC X(6).

       screen section.
       01 main-para-menu.
           03 line 3 column 10 value
               "*******************************************".
           03 line 5 column 10 value
               "        REPORTING LINE MAINTENANCE         ".
           03 line 7 column 10 value
               "*******************************************".
           03 line 11 column 5 value " 1. SET REPORTING MANAGER".
           03 line 12 column 5 value " 2. SET APPROVAL DELEGATE".
           03 line 13 column 5 value " 3. EXIT".
           03 line 15 column 25 value "ENTER U R CHOICE :".
           03 line 15 column 45 using CHOICE.

       01 reptline-para-menu.
           03 line 1 column 1 value " ".
           03 line 1 column 1 value "ENTER EMP CODE :".
           03 line 1 column 35 using WN-EMPID.
           03 line 2 column 1 value "ENTER MANAGER EMP CODE :".
           03 line 2 column 35 using WN-MGRID.
           03 line 3 column 1 value "ENTER EFFECTIVE DATE :".
           03 line 3 column 35 using WN-EFFDT.

       01 deleg-para-menu.
           03 line 1 column 1 value " ".
           03 line 1 column 1 value "ENTER MANAGER EMP CODE :".
           03 line 1 column 35 using WN-DGMGR.
           03 line 2 column 1 value "ENTER DELEGATE EMP CODE :".
           03 line 2 column 35 using WN-DGDEL.

       01 invalid-empid-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 20 value
               "EMPLOYEE CODE NOT FOUND IN EMPFILE".
           03 line 20 column 10 value
               "PRESS ENTER TO RE-ENTER".

       01 invalid-date-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 20 value
               "INVALID DATE, USE FORMAT CCYY-MM-DD".
           03 line 20 column 10 value
               "PRESS ENTER TO RE-ENTER".

       01 loop-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 15 value
               "MANAGER REPORTS UP TO THIS EMPLOYEE - NOT SAVED".
           03 line 20 column 10 value
               "PRESS ENTER TO RE-ENTER".

       01 line-saved-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 20 value
               "REPORTING LINE SAVED FROM THE DATE GIVEN".
           03 line 20 column 10 value
               "PRESS ENTER TO RETURN TO MENU".

       01 deleg-saved-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 20 value
               "APPROVAL DELEGATE SAVED FOR THE MANAGER".
           03 line 20 column 10 value
               "PRESS ENTER TO RETURN TO MENU".

       01 deleg-removed-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 20 value
               "APPROVAL DELEGATE REMOVED FOR THE MANAGER".
           03 line 20 column 10 value
               "PRESS ENTER TO RETURN TO MENU".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY " " AT 0101 ERASE EOS.
           accept main-para-menu.
           IF CHOICE = 1
              GO TO REPTLINE-PARA
           ELSE
             IF CHOICE = 2
                GO TO DELEG-PARA
             ELSE
                EXIT PROGRAM.

       REPTLINE-PARA.
           DISPLAY " " AT 0101 ERASE EOS.
           MOVE SPACES TO WS-NEW-LINE.
           MOVE "N" TO WS-ENTRY-OK.
           PERFORM UNTIL WS-ENTRY-OK = "Y"
              accept reptline-para-menu
              MOVE WN-EMPID TO EEMPID
              PERFORM CHECK-EMPID-PARA
              IF WS-EMPID-OK = "Y" AND WN-MGRID NOT = SPACES
                 IF WN-MGRID = WN-EMPID
                    MOVE "N" TO WS-EMPID-OK
                 ELSE
                    MOVE WN-MGRID TO EEMPID
                    PERFORM CHECK-EMPID-PARA
                 END-IF
              END-IF
              IF WS-EMPID-OK NOT = "Y"
                 DISPLAY " " AT 0101 ERASE EOS
                 accept invalid-empid-msg
                 DISPLAY " " AT 0101 ERASE EOS
              ELSE
                 MOVE WN-EFFDT TO WS-CHECKDATE
                 PERFORM VALIDATE-DATE-PARA
                 IF WS-DATE-OK NOT = "Y"
                    DISPLAY " " AT 0101 ERASE EOS
                    accept invalid-date-msg
                    DISPLAY " " AT 0101 ERASE EOS
                 ELSE
                    PERFORM CHECK-LOOP-PARA
                    IF WS-LOOP = "Y"
                       DISPLAY " " AT 0101 ERASE EOS
                       accept loop-msg
                       DISPLAY " " AT 0101 ERASE EOS
                    ELSE
                       MOVE "Y" TO WS-ENTRY-OK
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           OPEN I-O REPORTTOFILE.
           IF FSRT = 30
              OPEN OUTPUT REPORTTOFILE.
           MOVE WN-EMPID TO RTEMPID.
           MOVE WN-EFFDT TO RTEFFDT.
           MOVE WN-MGRID TO RTMGRID.
           WRITE REPORTTOREC
              INVALID KEY
                 REWRITE REPORTTOREC
           END-WRITE.
           CLOSE REPORTTOFILE.
           DISPLAY " " AT 0101 ERASE EOS.
           accept line-saved-msg.
           GO TO MAIN-PARA.

       DELEG-PARA.
           DISPLAY " " AT 0101 ERASE EOS.
           MOVE SPACES TO WS-NEW-DELEG.
           MOVE "N" TO WS-ENTRY-OK.
           PERFORM UNTIL WS-ENTRY-OK = "Y"
              accept deleg-para-menu
              MOVE WN-DGMGR TO EEMPID
              PERFORM CHECK-EMPID-PARA
              IF WS-EMPID-OK = "Y" AND WN-DGDEL NOT = SPACES
                 IF WN-DGDEL = WN-DGMGR
                    MOVE "N" TO WS-EMPID-OK
                 ELSE
                    MOVE WN-DGDEL TO EEMPID
                    PERFORM CHECK-EMPID-PARA
                 END-IF
              END-IF
              IF WS-EMPID-OK NOT = "Y"
                 DISPLAY " " AT 0101 ERASE EOS
                 accept invalid-empid-msg
                 DISPLAY " " AT 0101 ERASE EOS
              ELSE
                 MOVE "Y" TO WS-ENTRY-OK
              END-IF
           END-PERFORM.
           OPEN I-O DELEGATEFILE.
           IF FSDG = 30
              OPEN OUTPUT DELEGATEFILE.
           MOVE WN-DGMGR TO DGMGRID.
           IF WN-DGDEL = SPACES
              DELETE DELEGATEFILE INVALID KEY CONTINUE
              END-DELETE
              CLOSE DELEGATEFILE
              DISPLAY " " AT 0101 ERASE EOS
              accept deleg-removed-msg
              GO TO MAIN-PARA.
           MOVE WN-DGDEL TO DGDELID.
           WRITE DELEGATEREC
              INVALID KEY
                 REWRITE DELEGATEREC
           END-WRITE.
           CLOSE DELEGATEFILE.
           DISPLAY " " AT 0101 ERASE EOS.
           accept deleg-saved-msg.
           GO TO MAIN-PARA.

       CHECK-EMPID-PARA.
           OPEN INPUT EMPFILE.
           READ EMPFILE
              INVALID KEY MOVE "N" TO WS-EMPID-OK
              NOT INVALID KEY MOVE "Y" TO WS-EMPID-OK
           END-READ.
           CLOSE EMPFILE.

      *    WALKS UP FROM THE NEW MANAGER THROUGH EACH ONE'S MANAGER
      *    AS AT THE EFFECTIVE DATE; MEETING THE EMPLOYEE ON THE WAY
      *    WOULD CLOSE A LOOP. THE WALK STOPS AT THE TOP OF THE LINE
      *    OR AFTER 50 LEVELS.
       CHECK-LOOP-PARA.
           MOVE "N" TO WS-LOOP.
           MOVE WN-MGRID TO WS-MGRID.
           MOVE ZERO TO WS-HOPS.
           OPEN INPUT REPORTTOFILE.
           IF FSRT = "35" OR FSRT = "30"
              CLOSE REPORTTOFILE
           ELSE
              PERFORM UNTIL WS-MGRID = SPACES OR WS-LOOP = "Y"
                 OR WS-HOPS > 50
                 IF WS-MGRID = WN-EMPID
                    MOVE "Y" TO WS-LOOP
                 ELSE
                    MOVE WS-MGRID TO WS-CHK-EMPID
                    PERFORM GET-MANAGER-PARA
                    ADD 1 TO WS-HOPS
                 END-IF
              END-PERFORM
              CLOSE REPORTTOFILE
           END-IF.

      *    THE MANAGER IN FORCE FOR WS-CHK-EMPID IS THE ONE ON THE
      *    LATEST ROW EFFECTIVE ON OR BEFORE THE DATE BEING KEYED.
       GET-MANAGER-PARA.
           MOVE SPACES TO WS-MGRID.
           MOVE WS-CHK-EMPID TO RTEMPID.
           MOVE LOW-VALUES TO RTEFFDT.
           MOVE "N" TO WS-RT-EOF.
           START REPORTTOFILE KEY IS NOT LESS THAN RTKEY
              INVALID KEY MOVE "Y" TO WS-RT-EOF
           END-START.
           PERFORM UNTIL WS-RT-EOF = "Y"
              READ REPORTTOFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-RT-EOF
                 NOT AT END
                    IF RTEMPID NOT = WS-CHK-EMPID OR
                       RTEFFDT > WN-EFFDT
                       MOVE "Y" TO WS-RT-EOF
                    ELSE
                       MOVE RTMGRID TO WS-MGRID
                    END-IF
              END-READ
           END-PERFORM.

       VALIDATE-DATE-PARA.
           MOVE "Y" TO WS-DATE-OK.
           IF WS-CHECKDATE (5:1) NOT = "-" OR
              WS-CHECKDATE (8:1) NOT = "-"
              MOVE "N" TO WS-DATE-OK
           ELSE
              MOVE WS-CHECKDATE (1:4) TO WS-CCYYX
              MOVE WS-CHECKDATE (6:2) TO WS-MMX
              MOVE WS-CHECKDATE (9:2) TO WS-DDX
              IF WS-CCYYX IS NOT NUMERIC OR
                 WS-MMX IS NOT NUMERIC OR
                 WS-DDX IS NOT NUMERIC
                 MOVE "N" TO WS-DATE-OK
              ELSE
                 MOVE WS-CCYYX TO WS-CCYY
                 MOVE WS-MMX TO WS-MM
                 MOVE WS-DDX TO WS-DD
                 IF WS-MM < 1 OR WS-MM > 12
                    MOVE "N" TO WS-DATE-OK
                 ELSE
                    PERFORM SET-MAXDD-PARA
                    IF WS-DD < 1 OR WS-DD > WS-MAXDD
                       MOVE "N" TO WS-DATE-OK
                    END-IF
                 END-IF
              END-IF
           END-IF.

       SET-MAXDD-PARA.
           EVALUATE WS-MM
              WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                 MOVE 31 TO WS-MAXDD
              WHEN 4 WHEN 6 WHEN 9 WHEN 11
                 MOVE 30 TO WS-MAXDD
              WHEN 2
                 IF FUNCTION MOD(WS-CCYY, 4) NOT = 0
                    MOVE 28 TO WS-MAXDD
                 ELSE
                    IF FUNCTION MOD(WS-CCYY, 100) = 0 AND
                       FUNCTION MOD(WS-CCYY, 400) NOT = 0
                       MOVE 28 TO WS-MAXDD
                    ELSE
                       MOVE 29 TO WS-MAXDD
                    END-IF
                 END-IF
           END-EVALUATE.

       END PROGRAM REPTLINE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORGCHART.

      *    ORGANISATION CHART AND SPAN OF CONTROL BY BRANCH - BUILDS
      *    THE REPORTING HIERARCHY IN FORCE ON THE RUN DATE FROM
      *    DATA/REPORTTO.DAT (KEPT IN REPTLINE) OVER THE EMPLOYEES ON
      *    EMPFILE (SEPARATED EMPLOYEES EXCLUDED, AS IN ESTABRPT) AND
      *    PRINTS ONE CHART PER BRANCH TO DATA/ORGCHART.DAT: EACH
      *    EMPLOYEE AT THE TOP OF THE BRANCH'S LINE (NO MANAGER, OR A
      *    MANAGER IN ANOTHER BRANCH) WITH EVERYONE BELOW THEM IN THE
      *    SAME BRANCH INDENTED ONE STEP PER LEVEL, AND THE NUMBER OF
      *    DIRECT REPORTEES (SPAN) AGAINST EVERY MANAGER. EACH BRANCH
      *    CLOSES WITH ITS HEADCOUNT, MANAGERS, AVERAGE AND WIDEST
      *    SPAN. ANYONE THE CHARTS NEVER REACH - A BRANCH NOT ON
      *    BRANCHFILE OR REPORTING LINES THAT CIRCLE BACK - IS LISTED
      *    AT THE END SO THE LINES CAN BE PUT RIGHT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EEMPID
           FILE STATUS IS FSE.

           SELECT REPORTTOFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RTKEY
           FILE STATUS IS FSRT.

           SELECT SEPARATEFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SPEMPID
           FILE STATUS IS FSSP.

           SELECT BRANCHFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BBRID
           FILE STATUS IS FSB.

           SELECT DESIGNATIONFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DESID
           FILE STATUS IS FSDES.

           SELECT ORGCHARTFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/EMP.DAT".
       01 EMPREC.
           02 EEMPID    PIC X(6).
           02 EEMPNAME  PIC X(25).
           02 EEMPADDR  PIC X(30).
           02 EPHONE    PIC X(10).
           02 EDOJ      PIC X(10).
           02 EDIP      PIC X(10).
           02 EUG       PIC X(4).
           02 EPG       PIC X(4).
           02 EPROFQ    PIC X(4).
           02 ESKILL    PIC X(10).
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).

       FD REPORTTOFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/REPORTTO.DAT".
       01 REPORTTOREC.
           02 RTKEY.
              03 RTEMPID   PIC X(6).
              03 RTEFFDT   PIC X(10).
           02 RTMGRID      PIC X(6).

       FD SEPARATEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/SEPARATE.DAT".
       01 SEPARATEREC.
           02 SPEMPID   PIC X(6).
           02 SPLWD     PIC X(10).
           02 SPREASON  PIC X(20).

       FD BRANCHFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/BRANCH.DAT".
       01 BRANCHREC.
           02 BBRID    PIC X(6).
           02 BBRNAME  PIC X(15).
           02 BBRADD   PIC X(30).
           02 BBRPH    PIC X(10).
           02 BEMAIL   PIC X(20).
           02 BMGRNAME PIC X(25).

       FD DESIGNATIONFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/DESIG.DAT".
       01 DESIGNATIONREC.
           02 DESID    PIC X(6).
           02 DESIGN   PIC X(15).
           02 DESHRT   PIC X(4).

       FD ORGCHARTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/ORGCHART.DAT".
       01 PRTREC               PIC X(100).

       WORKING-STORAGE SECTION.
       77 FSE    PIC XX.
       77 FSRT   PIC XX.
       77 FSSP   PIC XX.
       77 FSB    PIC XX.
       77 FSDES  PIC XX.
       77 FSS    PIC XX.
       77 WS-EOF      PIC X VALUE "N".
       77 WS-RT-EOF   PIC X.
       77 WS-FOUND    PIC X.
       77 WS-SEPARATED PIC X.
       77 WS-SYSDATE  PIC 9(8).
       77 WS-TODAY    PIC X(10).
       77 WS-MGRID    PIC X(6).
       77 WS-CUR-BRNID PIC X(6).
       77 WS-ROOT     PIC 9(4).
       77 WS-NODE     PIC 9(4).
       77 WS-CHILD    PIC 9(4).
       77 WS-DEPTH    PIC 99.
       77 WS-COL      PIC 99.
       77 WS-BR-EMPS  PIC 9(4).
       77 WS-BR-MGRS  PIC 9(4).
       77 WS-BR-SPAN  PIC 9(5).
       77 WS-BR-WIDE  PIC 9(4).
       77 WS-BR-WIDEID PIC X(6).
       77 WS-AVG-SPAN PIC 9(4)V9.
       77 WS-BRANCHES PIC 9(4) VALUE ZERO.
       77 WS-STRAYS   PIC 9(4) VALUE ZERO.

       01 ORG-TABLE.
           02 OC-ENTRY OCCURS 2000 TIMES INDEXED BY OC-IDX OC-JDX.
              03 OC-EMPID  PIC X(6).
              03 OC-NAME   PIC X(25).
              03 OC-BRNID  PIC X(6).
              03 OC-DESID  PIC X(6).
              03 OC-MGRID  PIC X(6).
              03 OC-MGRIX  PIC 9(4).
              03 OC-SPAN   PIC 9(4).
              03 OC-DONE   PIC X.
       77 OC-TOP PIC 9(4) VALUE ZERO.

      *    THE CHART IS WALKED DEPTH FIRST WITH AN EXPLICIT STACK:
      *    ST-NODE IS THE EMPLOYEE AT EACH LEVEL AND ST-SCAN WHERE
      *    THE SEARCH FOR ITS NEXT REPORTEE RESUMES.
       01 STACK-TABLE.
           02 ST-ENTRY OCCURS 20 TIMES.
              03 ST-NODE   PIC 9(4).
              03 ST-SCAN   PIC 9(4).

       01 WS-NODE-LINE.
           02 WN-EMPID  PIC X(6).
           02 FILLER    PIC X(1) VALUE SPACE.
           02 WN-NAME   PIC X(25).
           02 FILLER    PIC X(1) VALUE SPACE.
           02 WN-DESIGN PIC X(15).
           02 WN-SPANLIT PIC X(6).
           02 WN-SPAN   PIC ZZZZ.
           02 WN-NOTE   PIC X(18).
       01 WS-BR-HEAD.
           02 FILLER    PIC X(9) VALUE "BRANCH : ".
           02 WH-BRNID  PIC X(6).
           02 FILLER    PIC X(1) VALUE SPACE.
           02 WH-BRNAME PIC X(15).
           02 FILLER    PIC X(14) VALUE "   AS AT DATE ".
           02 WH-DATE   PIC X(10).
       01 WS-BR-FOOT.
           02 FILLER    PIC X(11) VALUE "EMPLOYEES  ".
           02 WF-EMPS   PIC ZZZ9.
           02 FILLER    PIC X(12) VALUE "  MANAGERS  ".
           02 WF-MGRS   PIC ZZZ9.
           02 FILLER    PIC X(15) VALUE "  AVERAGE SPAN ".
           02 WF-AVG    PIC ZZZ9.9.
           02 FILLER    PIC X(15) VALUE "  WIDEST SPAN  ".
           02 WF-WIDE   PIC ZZZ9.
           02 FILLER    PIC X(2) VALUE " (".
           02 WF-WIDEID PIC X(6).
           02 FILLER    PIC X(1) VALUE ")".
       01 WS-RULE-LINE.
           02 FILLER PIC X(80) VALUE ALL "-".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-TODAY.
           STRING WS-SYSDATE (1:4) "-" WS-SYSDATE (5:2) "-"
                  WS-SYSDATE (7:2) DELIMITED BY SIZE INTO WS-TODAY.
           OPEN INPUT EMPFILE.
           OPEN INPUT SEPARATEFILE.
           OPEN INPUT REPORTTOFILE.
           IF FSRT = "35" OR FSRT = "30"
              DISPLAY "NO REPORTING LINES - SET THEM UP IN REPTLINE"
              STOP RUN.
           PERFORM UNTIL WS-EOF = "Y"
              READ EMPFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    PERFORM CHECK-SEPARATED-PARA
                    IF WS-SEPARATED NOT = "Y"
                       PERFORM LOAD-EMP-PARA
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE EMPFILE.
           CLOSE SEPARATEFILE.
           CLOSE REPORTTOFILE.
           PERFORM LINK-MANAGER-PARA
              VARYING OC-IDX FROM 1 BY 1 UNTIL OC-IDX > OC-TOP.
           OPEN INPUT BRANCHFILE.
           OPEN INPUT DESIGNATIONFILE.
           OPEN OUTPUT ORGCHARTFILE.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
              READ BRANCHFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END PERFORM BRANCH-CHART-PARA
              END-READ
           END-PERFORM.
           PERFORM STRAY-PARA
              VARYING OC-IDX FROM 1 BY 1 UNTIL OC-IDX > OC-TOP.
           CLOSE BRANCHFILE.
           CLOSE DESIGNATIONFILE.
           CLOSE ORGCHARTFILE.
           DISPLAY "ORGANISATION CHART COMPLETE - " WS-BRANCHES
                   " BRANCHES, " WS-STRAYS " NOT REACHED".
           STOP RUN.

       CHECK-SEPARATED-PARA.
           MOVE "N" TO WS-SEPARATED.
           IF FSSP = "35" OR FSSP = "30"
              CONTINUE
           ELSE
              MOVE EEMPID TO SPEMPID
              READ SEPARATEFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE "Y" TO WS-SEPARATED
              END-READ
           END-IF.

       LOAD-EMP-PARA.
           IF OC-TOP >= 2000
              DISPLAY "EMPLOYEE TABLE FULL - RAISE OC-ENTRY"
                      " OCCURS AND RERUN"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM GET-MANAGER-PARA.
           ADD 1 TO OC-TOP.
           SET OC-IDX TO OC-TOP.
           MOVE EEMPID   TO OC-EMPID(OC-IDX).
           MOVE EEMPNAME TO OC-NAME(OC-IDX).
           MOVE EBRNID   TO OC-BRNID(OC-IDX).
           MOVE EDESID   TO OC-DESID(OC-IDX).
           MOVE WS-MGRID TO OC-MGRID(OC-IDX).
           MOVE ZERO     TO OC-MGRIX(OC-IDX) OC-SPAN(OC-IDX).
           MOVE "N"      TO OC-DONE(OC-IDX).

      *    THE MANAGER IN FORCE IS THE ONE ON THE LATEST ROW
      *    EFFECTIVE ON OR BEFORE THE RUN DATE.
       GET-MANAGER-PARA.
           MOVE SPACES TO WS-MGRID.
           MOVE EEMPID TO RTEMPID.
           MOVE LOW-VALUES TO RTEFFDT.
           MOVE "N" TO WS-RT-EOF.
           START REPORTTOFILE KEY IS NOT LESS THAN RTKEY
              INVALID KEY MOVE "Y" TO WS-RT-EOF
           END-START.
           PERFORM UNTIL WS-RT-EOF = "Y"
              READ REPORTTOFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-RT-EOF
                 NOT AT END
                    IF RTEMPID NOT = EEMPID OR RTEFFDT > WS-TODAY
                       MOVE "Y" TO WS-RT-EOF
                    ELSE
                       MOVE RTMGRID TO WS-MGRID
                    END-IF
              END-READ
           END-PERFORM.

      *    POINTS EACH EMPLOYEE AT THEIR MANAGER'S TABLE ENTRY AND
      *    COUNTS THE MANAGER'S SPAN. A MANAGER WHO HAS LEFT OR IS
      *    NOT ON EMPFILE LEAVES THE EMPLOYEE AT THE TOP OF THE LINE.
       LINK-MANAGER-PARA.
           IF OC-MGRID(OC-IDX) NOT = SPACES
              MOVE "N" TO WS-FOUND
              PERFORM VARYING OC-JDX FROM 1 BY 1
                 UNTIL OC-JDX > OC-TOP OR WS-FOUND = "Y"
                 IF OC-EMPID(OC-JDX) = OC-MGRID(OC-IDX)
                    MOVE "Y" TO WS-FOUND
                    SET OC-MGRIX(OC-IDX) TO OC-JDX
                    ADD 1 TO OC-SPAN(OC-JDX)
                 END-IF
              END-PERFORM
           END-IF.

       BRANCH-CHART-PARA.
           MOVE BBRID TO WS-CUR-BRNID.
           MOVE ZERO TO WS-BR-EMPS WS-BR-MGRS WS-BR-SPAN WS-BR-WIDE.
           MOVE SPACES TO WS-BR-WIDEID.
           PERFORM TALLY-BRANCH-PARA
              VARYING OC-IDX FROM 1 BY 1 UNTIL OC-IDX > OC-TOP.
           IF WS-BR-EMPS > ZERO
              MOVE WS-RULE-LINE TO PRTREC
              WRITE PRTREC
              MOVE BBRID   TO WH-BRNID
              MOVE BBRNAME TO WH-BRNAME
              MOVE WS-TODAY TO WH-DATE
              MOVE WS-BR-HEAD TO PRTREC
              WRITE PRTREC
              MOVE WS-RULE-LINE TO PRTREC
              WRITE PRTREC
              PERFORM BRANCH-ROOT-PARA
                 VARYING OC-IDX FROM 1 BY 1 UNTIL OC-IDX > OC-TOP
              MOVE WS-RULE-LINE TO PRTREC
              WRITE PRTREC
              MOVE WS-BR-EMPS TO WF-EMPS
              MOVE WS-BR-MGRS TO WF-MGRS
              IF WS-BR-MGRS > ZERO
                 COMPUTE WS-AVG-SPAN ROUNDED =
                    WS-BR-SPAN / WS-BR-MGRS
              ELSE
                 MOVE ZERO TO WS-AVG-SPAN
              END-IF
              MOVE WS-AVG-SPAN TO WF-AVG
              MOVE WS-BR-WIDE TO WF-WIDE
              MOVE WS-BR-WIDEID TO WF-WIDEID
              MOVE WS-BR-FOOT TO PRTREC
              WRITE PRTREC
              MOVE SPACES TO PRTREC
              WRITE PRTREC
              ADD 1 TO WS-BRANCHES
           END-IF.

       TALLY-BRANCH-PARA.
           IF OC-BRNID(OC-IDX) = WS-CUR-BRNID
              ADD 1 TO WS-BR-EMPS
              IF OC-SPAN(OC-IDX) > ZERO
                 ADD 1 TO WS-BR-MGRS
                 ADD OC-SPAN(OC-IDX) TO WS-BR-SPAN
                 IF OC-SPAN(OC-IDX) > WS-BR-WIDE
                    MOVE OC-SPAN(OC-IDX) TO WS-BR-WIDE
                    MOVE OC-EMPID(OC-IDX) TO WS-BR-WIDEID
                 END-IF
              END-IF
           END-IF.

      *    THE TOP OF A BRANCH'S LINE IS ANYONE IN THE BRANCH WITH NO
      *    MANAGER ON THE TABLE OR WHOSE MANAGER SITS ELSEWHERE.
       BRANCH-ROOT-PARA.
           IF OC-BRNID(OC-IDX) = WS-CUR-BRNID AND
              OC-DONE(OC-IDX) = "N"
              IF OC-MGRIX(OC-IDX) = ZERO
                 SET WS-ROOT TO OC-IDX
                 PERFORM PRINT-TREE-PARA
              ELSE
                 IF OC-BRNID(OC-MGRIX(OC-IDX)) NOT = WS-CUR-BRNID
                    SET WS-ROOT TO OC-IDX
                    PERFORM PRINT-TREE-PARA
                 END-IF
              END-IF
           END-IF.

       PRINT-TREE-PARA.
           MOVE 1 TO WS-DEPTH.
           MOVE WS-ROOT TO ST-NODE(1).
           MOVE 1 TO ST-SCAN(1).
           MOVE WS-ROOT TO WS-NODE.
           PERFORM PRINT-NODE-PARA.
           PERFORM TREE-STEP-PARA UNTIL WS-DEPTH = ZERO.

      *    FINDS THE NEXT REPORTEE IN THE BRANCH OF THE EMPLOYEE ON
      *    TOP OF THE STACK AND GOES DOWN TO THEM, OR GOES BACK UP A
      *    LEVEL WHEN THERE ARE NO MORE. BELOW THE TWENTIETH LEVEL
      *    REPORTEES ARE PRINTED BUT NOT FOLLOWED.
       TREE-STEP-PARA.
           MOVE ST-NODE(WS-DEPTH) TO WS-NODE.
           MOVE ZERO TO WS-CHILD.
           PERFORM VARYING OC-JDX FROM ST-SCAN(WS-DEPTH) BY 1
              UNTIL OC-JDX > OC-TOP OR WS-CHILD > ZERO
              IF OC-MGRIX(OC-JDX) = WS-NODE AND
                 OC-BRNID(OC-JDX) = WS-CUR-BRNID AND
                 OC-DONE(OC-JDX) = "N"
                 SET WS-CHILD TO OC-JDX
              END-IF
           END-PERFORM.
           IF WS-CHILD = ZERO
              SUBTRACT 1 FROM WS-DEPTH
           ELSE
              COMPUTE ST-SCAN(WS-DEPTH) = WS-CHILD + 1
              IF WS-DEPTH < 20
                 ADD 1 TO WS-DEPTH
                 MOVE WS-CHILD TO ST-NODE(WS-DEPTH)
                 MOVE 1 TO ST-SCAN(WS-DEPTH)
                 MOVE WS-CHILD TO WS-NODE
                 PERFORM PRINT-NODE-PARA
              ELSE
                 MOVE WS-CHILD TO WS-NODE
                 ADD 1 TO WS-DEPTH
                 PERFORM PRINT-NODE-PARA
                 SUBTRACT 1 FROM WS-DEPTH
              END-IF
           END-IF.

       PRINT-NODE-PARA.
           MOVE "Y" TO OC-DONE(WS-NODE).
           MOVE OC-EMPID(WS-NODE) TO WN-EMPID.
           MOVE OC-NAME(WS-NODE)  TO WN-NAME.
           MOVE OC-DESID(WS-NODE) TO DESID.
           READ DESIGNATIONFILE INVALID KEY MOVE SPACES TO DESIGN.
           MOVE DESIGN TO WN-DESIGN.
           IF OC-SPAN(WS-NODE) > ZERO
              MOVE " SPAN " TO WN-SPANLIT
              MOVE OC-SPAN(WS-NODE) TO WN-SPAN
           ELSE
              MOVE SPACES TO WN-SPANLIT
              MOVE ZERO TO WN-SPAN
           END-IF.
           MOVE SPACES TO WN-NOTE.
           IF WS-DEPTH = 1 AND OC-MGRIX(WS-NODE) > ZERO
              STRING " REPORTS TO " OC-MGRID(WS-NODE)
                 DELIMITED BY SIZE INTO WN-NOTE
           END-IF.
           MOVE SPACES TO PRTREC.
           COMPUTE WS-COL = (WS-DEPTH - 1) * 2 + 1.
           MOVE WS-NODE-LINE TO PRTREC (WS-COL:).
           WRITE PRTREC.

       STRAY-PARA.
           IF OC-DONE(OC-IDX) = "N"
              IF WS-STRAYS = ZERO
                 MOVE WS-RULE-LINE TO PRTREC
                 WRITE PRTREC
                 MOVE "NOT REACHED BY ANY BRANCH CHART - BRANCH NOT ON"
                    TO PRTREC
                 WRITE PRTREC
                 MOVE "FILE OR REPORTING LINES THAT LOOP BACK"
                    TO PRTREC
                 WRITE PRTREC
                 MOVE WS-RULE-LINE TO PRTREC
                 WRITE PRTREC
              END-IF
              MOVE 1 TO WS-DEPTH
              SET WS-NODE TO OC-IDX
              PERFORM PRINT-NODE-PARA
              ADD 1 TO WS-STRAYS
           END-IF.

       END PROGRAM ORGCHART.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIFTMNT.

      *    SHIFT MASTER AND ROSTER MAINTENANCE - CALLED FROM MAINHRMS
      *    (WRITE OR ADMIN ROLE). DATA/SHIFT.DAT HOLDS ONE ROW PER
      *    SHIFT CODE WITH ITS START AND END TIME (HH:MM, 24 HOUR - AN
      *    END BEFORE THE START IS A SHIFT THAT RUNS PAST MIDNIGHT),
      *    THE GRACE MINUTES ALLOWED ON THE IN PUNCH AND THE ALLOWANCE
      *    PAID FOR EACH SHIFT WORKED. DATA/ROSTER.DAT PUTS AN
      *    EMPLOYEE ON A SHIFT FROM ONE DATE TO ANOTHER (A BLANK TO
      *    DATE LEAVES THE ROSTER OPEN); KEYING THE SAME EMPLOYEE AND
      *    FROM DATE AGAIN CHANGES THAT ROW, AND A RANGE THAT OVERLAPS
      *    ANOTHER ROSTER ROW FOR THE EMPLOYEE IS REFUSED. ATTIMP
      *    MEASURES LATE-IN AND EARLY-OUT AGAINST THE ROSTERED SHIFT
      *    AND TOTALS THE SHIFT ALLOWANCE FOR PAYRUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHIFTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SHCODE
           FILE STATUS IS FSSH.

           SELECT ROSTERFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ROKEY
           FILE STATUS IS FSRO.

           SELECT EMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EEMPID
           FILE STATUS IS FSE.

       DATA DIVISION.
       FILE SECTION.
       FD SHIFTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/SHIFT.DAT".
       01 SHIFTREC.
           02 SHCODE       PIC X(3).
           02 SHDESC       PIC X(20).
           02 SHSTART      PIC X(5).
           02 SHEND        PIC X(5).
           02 SHGRACE      PIC 99.
           02 SHALLOW      PIC 9(4)V99.

       FD ROSTERFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/ROSTER.DAT".
       01 ROSTERREC.
           02 ROKEY.
              03 ROEMPID   PIC X(6).
              03 ROFROMDT  PIC X(10).
           02 ROTODT       PIC X(10).
           02 ROSHIFT      PIC X(3).

       FD EMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/EMP.DAT".
       01 EMPREC.
           02 EEMPID    PIC X(6).
           02 EEMPNAME  PIC X(25).
           02 EEMPADDR  PIC X(30).
           02 EPHONE    PIC X(10).
           02 EDOJ      PIC X(10).
           02 EDIP      PIC X(10).
           02 EUG       PIC X(4).
           02 EPG       PIC X(4).
           02 EPROFQ    PIC X(4).
           02 ESKILL    PIC X(10).
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).

       WORKING-STORAGE SECTION.
       77 FSSH  PIC XX.
       77 FSRO  PIC XX.
       77 FSE   PIC XX.
       77 CHOICE PIC 9.
       77 WS-EMPID-OK  PIC X.
       77 WS-SHIFT-OK  PIC X.
       77 WS-TIME-OK   PIC X.
       77 WS-DATE-OK   PIC X.
       77 WS-ENTRY-OK  PIC X.
       77 WS-OVERLAP   PIC X.
       77 WS-RO-EOF    PIC X.
       77 WS-CHECKDATE PIC X(10).
       77 WS-CHECKTIME PIC X(5).
       77 WS-HHX       PIC X(2).
       77 WS-MIX       PIC X(2).
       77 WS-HH        PIC 9(2).
       77 WS-MI        PIC 9(2).
       77 WS-CCYYX     PIC X(4).
       77 WS-MMX       PIC X(2).
       77 WS-DDX       PIC X(2).
       77 WS-CCYY      PIC 9(4).
       77 WS-MM        PIC 9(2).
       77 WS-DD        PIC 9(2).
       77 WS-MAXDD     PIC 9(2).
       77 WS-NEW-TO    PIC X(10).
       77 WS-ROW-TO    PIC X(10).
       01 WS-NEW-SHIFT.
           03 WN-SHCODE  PIC X(3).
           03 WN-SHDESC  PIC X(20).
           03 WN-SHSTART PIC X(5).
           03 WN-SHEND   PIC X(5).
           03 WN-SHGRACE PIC 99.
           03 WN-SHALLOW PIC 9(4)V99.
       01 WS-NEW-ROSTER.
           03 WN-EMPID   PIC X(6).
           03 WN-SHIFT   PIC X(3).
           03 WN-FROMDT  PIC X(10).
           03 WN-TODT    PIC X(10).

       screen section.
       01 main-para-menu.
           03 line 3 column 10 value
               "*******************************************".
           03 line 5 column 10 value
               "       SHIFT AND ROSTER MAINTENANCE        ".
           03 line 7 column 10 value
               "*******************************************".
           03 line 11 column 5 value " 1. SHIFT MASTER".
           03 line 12 column 5 value " 2. ROSTER ASSIGNMENT".
           03 line 13 column 5 value " 3. EXIT".
           03 line 15 column 25 value "ENTER U R CHOICE :".
           03 line 15 column 45 using CHOICE.

       01 shift-para-menu.
           03 line 1 column 1 value " ".
           03 line 1 column 1 value "ENTER SHIFT CODE :".
           03 line 1 column 35 using WN-SHCODE.
           03 line 2 column 1 value "ENTER DESCRIPTION :".
           03 line 2 column 35 using WN-SHDESC.
           03 line 3 column 1 value "ENTER START TIME (HH:MM) :".
           03 line 3 column 35 using WN-SHSTART.
           03 line 4 column 1 value "ENTER END TIME (HH:MM) :".
           03 line 4 column 35 using WN-SHEND.
           03 line 5 column 1 value "ENTER GRACE MINUTES :".
           03 line 5 column 35 using WN-SHGRACE.
           03 line 6 column 1 value "ENTER ALLOWANCE PER SHIFT :".
           03 line 6 column 35 using WN-SHALLOW.

       01 roster-para-menu.
           03 line 1 column 1 value " ".
           03 line 1 column 1 value "ENTER EMP CODE :".
           03 line 1 column 35 using WN-EMPID.
           03 line 2 column 1 value "ENTER SHIFT CODE :".
           03 line 2 column 35 using WN-SHIFT.
           03 line 3 column 1 value "ENTER FROM DATE :".
           03 line 3 column 35 using WN-FROMDT.
           03 line 4 column 1 value "ENTER TO DATE (BLANK = OPEN) :".
           03 line 4 column 35 using WN-TODT.

       01 invalid-code-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 20 value
               "SHIFT CODE MAY NOT BE BLANK".
           03 line 20 column 10 value
               "PRESS ENTER TO RE-ENTER".

       01 invalid-time-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 20 value
               "INVALID TIME, USE FORMAT HH:MM (00:00-23:59)".
           03 line 20 column 10 value
               "PRESS ENTER TO RE-ENTER".

       01 invalid-empid-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 20 value
               "EMPLOYEE CODE NOT FOUND IN EMPFILE".
           03 line 20 column 10 value
               "PRESS ENTER TO RE-ENTER".

       01 invalid-shift-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 20 value
               "SHIFT CODE NOT FOUND IN SHIFT MASTER".
           03 line 20 column 10 value
               "PRESS ENTER TO RE-ENTER".

       01 invalid-date-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 20 value
               "INVALID DATE, USE FORMAT CCYY-MM-DD".
           03 line 20 column 10 value
               "PRESS ENTER TO RE-ENTER".

       01 invalid-range-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 20 value
               "TO DATE IS BEFORE THE FROM DATE".
           03 line 20 column 10 value
               "PRESS ENTER TO RE-ENTER".

       01 overlap-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 15 value
               "DATES OVERLAP ANOTHER ROSTER ROW FOR THE EMPLOYEE".
           03 line 20 column 10 value
               "PRESS ENTER TO RE-ENTER".

       01 shift-saved-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 20 value
               "SHIFT SAVED IN SHIFT MASTER".
           03 line 20 column 10 value
               "PRESS ENTER TO RETURN TO MENU".

       01 roster-saved-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 20 value
               "ROSTER SAVED FOR THE EMPLOYEE".
           03 line 20 column 10 value
               "PRESS ENTER TO RETURN TO MENU".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY " " AT 0101 ERASE EOS.
           accept main-para-menu.
           IF CHOICE = 1
              GO TO SHIFT-PARA
           ELSE
             IF CHOICE = 2
                GO TO ROSTER-PARA
             ELSE
                EXIT PROGRAM.

       SHIFT-PARA.
           DISPLAY " " AT 0101 ERASE EOS.
           MOVE SPACES TO WS-NEW-SHIFT.
           MOVE ZERO TO WN-SHGRACE WN-SHALLOW.
           MOVE "N" TO WS-ENTRY-OK.
           PERFORM UNTIL WS-ENTRY-OK = "Y"
              accept shift-para-menu
              IF WN-SHCODE = SPACES
                 DISPLAY " " AT 0101 ERASE EOS
                 accept invalid-code-msg
                 DISPLAY " " AT 0101 ERASE EOS
              ELSE
                 MOVE WN-SHSTART TO WS-CHECKTIME
                 PERFORM VALIDATE-TIME-PARA
                 IF WS-TIME-OK = "Y"
                    MOVE WN-SHEND TO WS-CHECKTIME
                    PERFORM VALIDATE-TIME-PARA
                 END-IF
                 IF WS-TIME-OK NOT = "Y"
                    DISPLAY " " AT 0101 ERASE EOS
                    accept invalid-time-msg
                    DISPLAY " " AT 0101 ERASE EOS
                 ELSE
                    MOVE "Y" TO WS-ENTRY-OK
                 END-IF
              END-IF
           END-PERFORM.
           OPEN I-O SHIFTFILE.
           IF FSSH = 30
              OPEN OUTPUT SHIFTFILE.
           MOVE WN-SHCODE  TO SHCODE.
           MOVE WN-SHDESC  TO SHDESC.
           MOVE WN-SHSTART TO SHSTART.
           MOVE WN-SHEND   TO SHEND.
           MOVE WN-SHGRACE TO SHGRACE.
           MOVE WN-SHALLOW TO SHALLOW.
           WRITE SHIFTREC
              INVALID KEY
                 REWRITE SHIFTREC
           END-WRITE.
           CLOSE SHIFTFILE.
           DISPLAY " " AT 0101 ERASE EOS.
           accept shift-saved-msg.
           GO TO MAIN-PARA.

       ROSTER-PARA.
           DISPLAY " " AT 0101 ERASE EOS.
           MOVE SPACES TO WS-NEW-ROSTER.
           MOVE "N" TO WS-ENTRY-OK.
           PERFORM UNTIL WS-ENTRY-OK = "Y"
              accept roster-para-menu
              PERFORM CHECK-EMPID-PARA
              IF WS-EMPID-OK NOT = "Y"
                 DISPLAY " " AT 0101 ERASE EOS
                 accept invalid-empid-msg
                 DISPLAY " " AT 0101 ERASE EOS
              ELSE
                 PERFORM CHECK-SHIFT-PARA
                 IF WS-SHIFT-OK NOT = "Y"
                    DISPLAY " " AT 0101 ERASE EOS
                    accept invalid-shift-msg
                    DISPLAY " " AT 0101 ERASE EOS
                 ELSE
                    PERFORM CHECK-ROSTER-DATES-PARA
                 END-IF
              END-IF
           END-PERFORM.
           OPEN I-O ROSTERFILE.
           IF FSRO = 30
              OPEN OUTPUT ROSTERFILE.
           MOVE WN-EMPID  TO ROEMPID.
           MOVE WN-FROMDT TO ROFROMDT.
           MOVE WN-TODT   TO ROTODT.
           MOVE WN-SHIFT  TO ROSHIFT.
           WRITE ROSTERREC
              INVALID KEY
                 REWRITE ROSTERREC
           END-WRITE.
           CLOSE ROSTERFILE.
           DISPLAY " " AT 0101 ERASE EOS.
           accept roster-saved-msg.
           GO TO MAIN-PARA.

       CHECK-ROSTER-DATES-PARA.
           MOVE WN-FROMDT TO WS-CHECKDATE.
           PERFORM VALIDATE-DATE-PARA.
           IF WS-DATE-OK = "Y" AND WN-TODT NOT = SPACES
              MOVE WN-TODT TO WS-CHECKDATE
              PERFORM VALIDATE-DATE-PARA
           END-IF.
           IF WS-DATE-OK NOT = "Y"
              DISPLAY " " AT 0101 ERASE EOS
              accept invalid-date-msg
              DISPLAY " " AT 0101 ERASE EOS
           ELSE
              IF WN-TODT NOT = SPACES AND WN-TODT < WN-FROMDT
                 DISPLAY " " AT 0101 ERASE EOS
                 accept invalid-range-msg
                 DISPLAY " " AT 0101 ERASE EOS
              ELSE
                 PERFORM CHECK-OVERLAP-PARA
                 IF WS-OVERLAP = "Y"
                    DISPLAY " " AT 0101 ERASE EOS
                    accept overlap-msg
                    DISPLAY " " AT 0101 ERASE EOS
                 ELSE
                    MOVE "Y" TO WS-ENTRY-OK
                 END-IF
              END-IF
           END-IF.

       CHECK-EMPID-PARA.
           OPEN INPUT EMPFILE.
           MOVE WN-EMPID TO EEMPID.
           READ EMPFILE
              INVALID KEY MOVE "N" TO WS-EMPID-OK
              NOT INVALID KEY MOVE "Y" TO WS-EMPID-OK
           END-READ.
           CLOSE EMPFILE.

       CHECK-SHIFT-PARA.
           MOVE "N" TO WS-SHIFT-OK.
           OPEN INPUT SHIFTFILE.
           IF FSSH = "35" OR FSSH = "30"
              CLOSE SHIFTFILE
           ELSE
              MOVE WN-SHIFT TO SHCODE
              READ SHIFTFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE "Y" TO WS-SHIFT-OK
              END-READ
              CLOSE SHIFTFILE
           END-IF.

      *    AN OPEN-ENDED ROW RUNS TO 9999-99-99. THE ROW BEING
      *    CHANGED (SAME FROM DATE) IS NOT COMPARED WITH ITSELF.
       CHECK-OVERLAP-PARA.
           MOVE "N" TO WS-OVERLAP.
           MOVE WN-TODT TO WS-NEW-TO.
           IF WS-NEW-TO = SPACES
              MOVE "9999-99-99" TO WS-NEW-TO.
           OPEN INPUT ROSTERFILE.
           IF FSRO = "35" OR FSRO = "30"
              CLOSE ROSTERFILE
           ELSE
              MOVE "N" TO WS-RO-EOF
              MOVE WN-EMPID TO ROEMPID
              MOVE LOW-VALUES TO ROFROMDT
              START ROSTERFILE KEY IS NOT LESS THAN ROKEY
                 INVALID KEY MOVE "Y" TO WS-RO-EOF
              END-START
              PERFORM UNTIL WS-RO-EOF = "Y" OR WS-OVERLAP = "Y"
                 READ ROSTERFILE NEXT RECORD
                    AT END MOVE "Y" TO WS-RO-EOF
                    NOT AT END
                       IF ROEMPID NOT = WN-EMPID
                          MOVE "Y" TO WS-RO-EOF
                       ELSE
                          MOVE ROTODT TO WS-ROW-TO
                          IF WS-ROW-TO = SPACES
                             MOVE "9999-99-99" TO WS-ROW-TO
                          END-IF
                          IF ROFROMDT NOT = WN-FROMDT AND
                             ROFROMDT <= WS-NEW-TO AND
                             WS-ROW-TO >= WN-FROMDT
                             MOVE "Y" TO WS-OVERLAP
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ROSTERFILE
           END-IF.

       VALIDATE-TIME-PARA.
           MOVE "Y" TO WS-TIME-OK.
           IF WS-CHECKTIME (3:1) NOT = ":"
              MOVE "N" TO WS-TIME-OK
           ELSE
              MOVE WS-CHECKTIME (1:2) TO WS-HHX
              MOVE WS-CHECKTIME (4:2) TO WS-MIX
              IF WS-HHX IS NOT NUMERIC OR WS-MIX IS NOT NUMERIC
                 MOVE "N" TO WS-TIME-OK
              ELSE
                 MOVE WS-HHX TO WS-HH
                 MOVE WS-MIX TO WS-MI
                 IF WS-HH > 23 OR WS-MI > 59
                    MOVE "N" TO WS-TIME-OK
                 END-IF
              END-IF
           END-IF.

       VALIDATE-DATE-PARA.
           MOVE "Y" TO WS-DATE-OK.
           IF WS-CHECKDATE (5:1) NOT = "-" OR
              WS-CHECKDATE (8:1) NOT = "-"
              MOVE "N" TO WS-DATE-OK
           ELSE
              MOVE WS-CHECKDATE (1:4) TO WS-CCYYX
              MOVE WS-CHECKDATE (6:2) TO WS-MMX
              MOVE WS-CHECKDATE (9:2) TO WS-DDX
              IF WS-CCYYX IS NOT NUMERIC OR
                 WS-MMX IS NOT NUMERIC OR
                 WS-DDX IS NOT NUMERIC
                 MOVE "N" TO WS-DATE-OK
              ELSE
                 MOVE WS-CCYYX TO WS-CCYY
                 MOVE WS-MMX TO WS-MM
                 MOVE WS-DDX TO WS-DD
                 IF WS-MM < 1 OR WS-MM > 12
                    MOVE "N" TO WS-DATE-OK
                 ELSE
                    PERFORM SET-MAXDD-PARA
                    IF WS-DD < 1 OR WS-DD > WS-MAXDD
                       MOVE "N" TO WS-DATE-OK
                    END-IF
                 END-IF
              END-IF
           END-IF.

       SET-MAXDD-PARA.
           EVALUATE WS-MM
              WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                 MOVE 31 TO WS-MAXDD
              WHEN 4 WHEN 6 WHEN 9 WHEN 11
                 MOVE 30 TO WS-MAXDD
              WHEN 2
                 IF FUNCTION MOD(WS-CCYY, 4) NOT = 0
                    MOVE 28 TO WS-MAXDD
                 ELSE
                    IF FUNCTION MOD(WS-CCYY, 100) = 0 AND
                       FUNCTION MOD(WS-CCYY, 400) NOT = 0
                       MOVE 28 TO WS-MAXDD
                    ELSE
                       MOVE 29 TO WS-MAXDD
                    END-IF
                 END-IF
           END-EVALUATE.

       END PROGRAM SHIFTMNT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COREG.

      *    MONTHLY COMP-OFF REGISTER. FIRST LAPSES EVERY CONFIRMED
      *    CREDIT ON DATA/COMPOFF.DAT WHOSE EXPIRY FALLS IN OR BEFORE
      *    THE MONTH AND IS ALREADY PAST - STATUS L, CLEARED ON THE
      *    EXPIRY DATE, AND ONE DAY TAKEN OFF LBREMAIN ON THE CO ROW
      *    OF LEAVEBALFILE FOR THE YEAR IT EXPIRED IN. THEN WRITES,
      *    PER EMPLOYEE, THE CREDITS EARNED (CONFIRMED), AVAILED AND
      *    LAPSED IN THE MONTH AND THE UNUSED CREDITS HELD AT MONTH
      *    END, WITH BRANCH AND GRAND TOTALS, TO DATA/COREG.DAT.
      *    A RERUN FOR THE SAME MONTH LAPSES NOTHING TWICE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPOFFFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COKEY
           FILE STATUS IS FSCO.

           SELECT EMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EEMPID
           FILE STATUS IS FSE.

           SELECT LEAVEBALFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LBKEY
           FILE STATUS IS FSLB.

           SELECT COREGFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSS.

       DATA DIVISION.
       FILE SECTION.
       FD COMPOFFFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/COMPOFF.DAT".
       01 COMPOFFREC.
           02 COKEY.
              03 COEMPID   PIC X(6).
              03 CODATE    PIC X(10).
           02 COBRNID      PIC X(6).
           02 COIN         PIC X(5).
           02 COOUT        PIC X(5).
           02 COSTAT       PIC X(1).
           02 COCONFBY     PIC X(8).
           02 COCONFDT     PIC X(10).
           02 COEXPDT      PIC X(10).
           02 COCLRDT      PIC X(10).
           02 COLRSEQ      PIC 9(4).

       FD EMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/EMP.DAT".
       01 EMPREC.
           02 EEMPID    PIC X(6).
           02 EEMPNAME  PIC X(25).
           02 EEMPADDR  PIC X(30).
           02 EPHONE    PIC X(10).
           02 EDOJ      PIC X(10).
           02 EDIP      PIC X(10).
           02 EUG       PIC X(4).
           02 EPG       PIC X(4).
           02 EPROFQ    PIC X(4).
           02 ESKILL    PIC X(10).
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).

       FD LEAVEBALFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/LEAVEBAL.DAT".
       01 LEAVEBALREC.
           02 LBKEY.
              03 LBEMPID   PIC X(6).
              03 LBYEAR    PIC 9(4).
              03 LBCAT     PIC X(3).
           02 LBOPEN       PIC 999.
           02 LBTAKEN      PIC 999.
           02 LBREMAIN     PIC 999.

       FD COREGFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/COREG.DAT".
       01 COREGREC.
           02 CRTYPE    PIC X(4).
           02 FILLER    PIC X(1) VALUE SPACE.
           02 CRBRNID   PIC X(6).
           02 FILLER    PIC X(1) VALUE SPACE.
           02 CREMPID   PIC X(6).
           02 FILLER    PIC X(1) VALUE SPACE.
           02 CRNAME    PIC X(25).
           02 FILLER    PIC X(1) VALUE SPACE.
           02 CREARNED  PIC ZZZZ9.
           02 FILLER    PIC X(1) VALUE SPACE.
           02 CRAVAILED PIC ZZZZ9.
           02 FILLER    PIC X(1) VALUE SPACE.
           02 CRLAPSED  PIC ZZZZ9.
           02 FILLER    PIC X(1) VALUE SPACE.
           02 CRCLOSING PIC ZZZZ9.

       WORKING-STORAGE SECTION.
       77 FSCO   PIC XX.
       77 FSE    PIC XX.
       77 FSLB   PIC XX.
       77 FSS    PIC XX.
       77 WS-EOF      PIC X VALUE "N".
       77 WS-FOUND    PIC X.
       77 WS-PERIOD   PIC 9(6).
       77 WS-MSTART   PIC X(10).
       77 WS-MEND     PIC X(10).
       77 WS-TODAY    PIC X(10).
       77 WS-SYSDATE  PIC 9(8).
       77 WS-NEXT-NUM PIC 9(8).
       77 WS-INT-I    PIC 9(8).
       77 WS-DOI-NUM  PIC 9(8).
       77 WS-CUR-EMPID PIC X(6) VALUE SPACES.
       77 WS-EARNED   PIC 9(5).
       77 WS-AVAILED  PIC 9(5).
       77 WS-LAPSED   PIC 9(5).
       77 WS-CLOSING  PIC 9(5).
       77 WS-LAPSE-RUN PIC 9(6) VALUE ZERO.
       77 WS-COUNT    PIC 9(6) VALUE ZERO.
       77 WS-TOT-EARN PIC 9(5) VALUE ZERO.
       77 WS-TOT-AVL  PIC 9(5) VALUE ZERO.
       77 WS-TOT-LPS  PIC 9(5) VALUE ZERO.
       77 WS-TOT-CLS  PIC 9(5) VALUE ZERO.
       77 WS-BR-MATCH PIC 9(4).
       77 WS-BRNID    PIC X(6).

       01 BRANCH-TABLE.
           02 BR-ENTRY OCCURS 200 TIMES INDEXED BY BR-IDX.
              03 BR-CODE  PIC X(6).
              03 BR-EARN  PIC 9(5).
              03 BR-AVL   PIC 9(5).
              03 BR-LPS   PIC 9(5).
              03 BR-CLS   PIC 9(5).
       77 BR-TOP PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "ENTER REGISTER MONTH (CCYYMM) :".
           ACCEPT WS-PERIOD.
           IF WS-PERIOD (5:2) < "01" OR WS-PERIOD (5:2) > "12"
              DISPLAY "INVALID MONTH - COMP-OFF REGISTER NOT RUN"
              MOVE 8 TO RETURN-CODE
              STOP RUN.
           ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-TODAY.
           STRING WS-SYSDATE (1:4) "-" WS-SYSDATE (5:2) "-"
                  WS-SYSDATE (7:2) DELIMITED BY SIZE INTO WS-TODAY.
           MOVE SPACES TO WS-MSTART.
           STRING WS-PERIOD (1:4) "-" WS-PERIOD (5:2) "-01"
              DELIMITED BY SIZE INTO WS-MSTART.
           IF WS-PERIOD (5:2) = "12"
              COMPUTE WS-NEXT-NUM =
                 (WS-PERIOD / 100 + 1) * 10000 + 101
           ELSE
              COMPUTE WS-NEXT-NUM = (WS-PERIOD + 1) * 100 + 1
           END-IF.
           COMPUTE WS-INT-I =
              FUNCTION INTEGER-OF-DATE(WS-NEXT-NUM) - 1.
           COMPUTE WS-DOI-NUM = FUNCTION DATE-OF-INTEGER(WS-INT-I).
           MOVE SPACES TO WS-MEND.
           STRING WS-DOI-NUM (1:4) "-" WS-DOI-NUM (5:2) "-"
                  WS-DOI-NUM (7:2) DELIMITED BY SIZE INTO WS-MEND.
           OPEN I-O COMPOFFFILE.
           IF FSCO = "35" OR FSCO = "30"
              DISPLAY "NO COMP-OFF FILE - NOTHING TO REGISTER"
              STOP RUN.
           OPEN I-O LEAVEBALFILE.
           OPEN INPUT EMPFILE.
           OPEN OUTPUT COREGFILE.
           PERFORM UNTIL WS-EOF = "Y"
              READ COMPOFFFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF COEMPID NOT = WS-CUR-EMPID
                       IF WS-CUR-EMPID NOT = SPACES
                          PERFORM WRITE-EMP-PARA
                       END-IF
                       MOVE COEMPID TO WS-CUR-EMPID
                       MOVE ZERO TO WS-EARNED WS-AVAILED
                                    WS-LAPSED WS-CLOSING
                    END-IF
                    PERFORM CHECK-LAPSE-PARA
                    PERFORM COUNT-DAY-PARA
              END-READ
           END-PERFORM.
           IF WS-CUR-EMPID NOT = SPACES
              PERFORM WRITE-EMP-PARA.
           PERFORM WRITE-BRANCH-PARA
              VARYING BR-IDX FROM 1 BY 1 UNTIL BR-IDX > BR-TOP.
           PERFORM WRITE-TOTAL-PARA.
           CLOSE COMPOFFFILE.
           CLOSE LEAVEBALFILE.
           CLOSE EMPFILE.
           CLOSE COREGFILE.
           DISPLAY "COMP-OFF REGISTER COMPLETE - " WS-COUNT
                   " EMPLOYEES, " WS-LAPSE-RUN " CREDITS LAPSED".
           STOP RUN.

      *    A CREDIT LAPSES ONLY ONCE ITS EXPIRY DATE HAS PASSED, SO A
      *    REGISTER RUN FOR THE CURRENT MONTH LEAVES LATER EXPIRIES
      *    ALONE UNTIL THE NEXT RUN.
       CHECK-LAPSE-PARA.
           IF COSTAT = "C" AND COEXPDT NOT > WS-MEND AND
              COEXPDT < WS-TODAY
              MOVE "L" TO COSTAT
              MOVE COEXPDT TO COCLRDT
              REWRITE COMPOFFREC
              ADD 1 TO WS-LAPSE-RUN
              IF FSLB = "35" OR FSLB = "30"
                 CONTINUE
              ELSE
                 MOVE COEMPID TO LBEMPID
                 MOVE COEXPDT (1:4) TO LBYEAR
                 MOVE "CO " TO LBCAT
                 READ LEAVEBALFILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       IF LBREMAIN > ZERO
                          SUBTRACT 1 FROM LBREMAIN
                          REWRITE LEAVEBALREC
                       END-IF
                 END-READ
              END-IF
           END-IF.

       COUNT-DAY-PARA.
           IF COSTAT = "C" OR COSTAT = "A" OR COSTAT = "L"
              IF COCONFDT NOT < WS-MSTART AND COCONFDT NOT > WS-MEND
                 ADD 1 TO WS-EARNED
              END-IF
              IF COSTAT = "A" AND COCLRDT NOT < WS-MSTART AND
                 COCLRDT NOT > WS-MEND
                 ADD 1 TO WS-AVAILED
              END-IF
              IF COSTAT = "L" AND COCLRDT NOT < WS-MSTART AND
                 COCLRDT NOT > WS-MEND
                 ADD 1 TO WS-LAPSED
              END-IF
              IF COCONFDT NOT > WS-MEND
                 IF COSTAT = "C" OR COCLRDT > WS-MEND
                    ADD 1 TO WS-CLOSING
                 END-IF
              END-IF
           END-IF.

      *    EMPLOYEES WITH NOTHING TO SHOW FOR THE MONTH ARE LEFT OFF.
       WRITE-EMP-PARA.
           IF WS-EARNED = ZERO AND WS-AVAILED = ZERO AND
              WS-LAPSED = ZERO AND WS-CLOSING = ZERO
              CONTINUE
           ELSE
              MOVE WS-CUR-EMPID TO EEMPID
              READ EMPFILE
                 INVALID KEY
                    MOVE SPACES TO EEMPNAME
                    MOVE SPACES TO EBRNID
              END-READ
              MOVE "EMP"  TO CRTYPE
              MOVE EBRNID TO CRBRNID
              MOVE WS-CUR-EMPID TO CREMPID
              MOVE EEMPNAME TO CRNAME
              MOVE WS-EARNED TO CREARNED
              MOVE WS-AVAILED TO CRAVAILED
              MOVE WS-LAPSED TO CRLAPSED
              MOVE WS-CLOSING TO CRCLOSING
              WRITE COREGREC
              ADD 1 TO WS-COUNT
              ADD WS-EARNED TO WS-TOT-EARN
              ADD WS-AVAILED TO WS-TOT-AVL
              ADD WS-LAPSED TO WS-TOT-LPS
              ADD WS-CLOSING TO WS-TOT-CLS
              MOVE EBRNID TO WS-BRNID
              PERFORM ADD-BRANCH-PARA
           END-IF.

       ADD-BRANCH-PARA.
           MOVE "N" TO WS-FOUND.
           PERFORM VARYING BR-IDX FROM 1 BY 1
              UNTIL BR-IDX > BR-TOP OR WS-FOUND = "Y"
              IF BR-CODE(BR-IDX) = WS-BRNID
                 MOVE "Y" TO WS-FOUND
                 SET WS-BR-MATCH TO BR-IDX
              END-IF
           END-PERFORM.
           IF WS-FOUND = "N"
              IF BR-TOP >= 200
                 DISPLAY "BRANCH TABLE FULL - RAISE BR-ENTRY"
                         " OCCURS AND RERUN"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO BR-TOP
              SET BR-IDX TO BR-TOP
              SET WS-BR-MATCH TO BR-TOP
              MOVE WS-BRNID TO BR-CODE(BR-IDX)
              MOVE ZERO TO BR-EARN(BR-IDX) BR-AVL(BR-IDX)
                           BR-LPS(BR-IDX) BR-CLS(BR-IDX)
           END-IF.
           ADD WS-EARNED TO BR-EARN(WS-BR-MATCH).
           ADD WS-AVAILED TO BR-AVL(WS-BR-MATCH).
           ADD WS-LAPSED TO BR-LPS(WS-BR-MATCH).
           ADD WS-CLOSING TO BR-CLS(WS-BR-MATCH).

       WRITE-BRANCH-PARA.
           MOVE "BRCH" TO CRTYPE.
           MOVE BR-CODE(BR-IDX) TO CRBRNID.
           MOVE SPACES TO CREMPID.
           MOVE SPACES TO CRNAME.
           MOVE BR-EARN(BR-IDX) TO CREARNED.
           MOVE BR-AVL(BR-IDX) TO CRAVAILED.
           MOVE BR-LPS(BR-IDX) TO CRLAPSED.
           MOVE BR-CLS(BR-IDX) TO CRCLOSING.
           WRITE COREGREC.

       WRITE-TOTAL-PARA.
           MOVE "TOTL" TO CRTYPE.
           MOVE SPACES TO CRBRNID.
           MOVE SPACES TO CREMPID.
           MOVE SPACES TO CRNAME.
           MOVE WS-TOT-EARN TO CREARNED.
           MOVE WS-TOT-AVL TO CRAVAILED.
           MOVE WS-TOT-LPS TO CRLAPSED.
           MOVE WS-TOT-CLS TO CRCLOSING.
           WRITE COREGREC.

       END PROGRAM COREG.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECRUIT.

      *    RECRUITMENT REQUISITIONS AND CANDIDATE PIPELINE - CALLED
      *    FROM MAINHRMS (WRITE OR ADMIN ROLE) WITH THE LOGIN ID. A
      *    REQUISITION ON DATA/REQN.DAT ASKS FOR A NUMBER OF POSTS ON
      *    ONE BRANCH + DESIGNATION SLOT OF THE ESTABLISHMENT FILE AND
      *    IS REFUSED WHEN THE POSTS ASKED FOR EXCEED THE SANCTIONED
      *    VACANCY - STSANCT LESS THE ACTIVE HEADCOUNT (COUNTED THE
      *    WAY ESTABRPT COUNTS IT) LESS THE POSTS STILL OUTSTANDING ON
      *    OTHER PENDING OR OPEN REQUISITIONS FOR THE SAME SLOT. A NEW
      *    REQUISITION IS PENDING (P) UNTIL AN ADMIN USER APPROVES IT
      *    (O, OPEN) OR REJECTS IT (R); APPROVAL RE-CHECKS THE
      *    VACANCY, AND AN ADMIN MAY ALSO CLOSE (C) AN OPEN ONE. EVERY
      *    DECISION GOES TO DATA/AUDIT.DAT. CANDIDATES ON
      *    DATA/CANDIDATE.DAT ARE ADDED AGAINST AN OPEN REQUISITION
      *    AND MOVE FORWARD THROUGH THE STAGES APPLIED, INTERVIEWED,
      *    OFFERED, ACCEPTED AND JOINED, OR ARE DROPPED. ACCEPTANCE
      *    ALLOTS THE EMPLOYEE CODE, JOINING DATE, GRADE AND
      *    DEPARTMENT AND APPENDS A READY ONBOARDING ROW TO
      *    DATA/ONBOARD.DAT FOR BULKLOAD; HRLETTER TYPE N PRINTS THE
      *    APPOINTMENT LETTER FROM THE SAME ROW. JOINING IS ACCEPTED
      *    ONLY ONCE BULKLOAD HAS PUT THE CODE ON EMPFILE, AND FILLS
      *    ONE POST - THE LAST POST FILLED MARKS THE REQUISITION F.
      *    REQAGE LISTS OPEN REQUISITIONS BY BRANCH AND AGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQNFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RQID
           FILE STATUS IS FSRQ.

           SELECT CANDFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CDKEY
           FILE STATUS IS FSCD.

           SELECT ESTABFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STKEY
           FILE STATUS IS FSST.

           SELECT EMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EEMPID
           FILE STATUS IS FSE.

           SELECT SEPARATEFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SPEMPID
           FILE STATUS IS FSSP.

           SELECT USERFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USERID
           FILE STATUS IS FSU.

           SELECT ONBOARDFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSOB.

           SELECT AUDITFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSA.

       DATA DIVISION.
       FILE SECTION.
       FD REQNFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/REQN.DAT".
       01 REQNREC.
           02 RQID         PIC X(6).
           02 RQBRID       PIC X(6).
           02 RQDESID      PIC X(6).
           02 RQPOSTS      PIC 99.
           02 RQFILLED     PIC 99.
           02 RQSTAT       PIC X(1).
           02 RQRAISEDT    PIC X(10).
           02 RQRAISEBY    PIC X(8).
           02 RQAPPRBY     PIC X(8).
           02 RQAPPRDT     PIC X(10).
           02 RQREMARK     PIC X(30).

       FD CANDFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/CANDIDATE.DAT".
       01 CANDREC.
           02 CDKEY.
              03 CDRQID    PIC X(6).
              03 CDSEQ     PIC 999.
           02 CDNAME       PIC X(25).
           02 CDADDR       PIC X(30).
           02 CDPHONE      PIC X(10).
           02 CDDOB        PIC X(10).
           02 CDUG         PIC X(4).
           02 CDPG         PIC X(4).
           02 CDSKILL      PIC X(10).
           02 CDBRID       PIC X(6).
           02 CDDESID      PIC X(6).
           02 CDSTAGE      PIC X(1).
           02 CDSTGDT      PIC X(10).
           02 CDEMPID      PIC X(6).
           02 CDDOJ        PIC X(10).
           02 CDGRDNO      PIC 99.
           02 CDDEPID      PIC X(6).

       FD ESTABFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/ESTAB.DAT".
       01 ESTABREC.
           02 STKEY.
              03 STBRID    PIC X(6).
              03 STDESID   PIC X(6).
           02 STSANCT      PIC 9(4).

       FD EMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/EMP.DAT".
       01 EMPREC.
           02 EEMPID    PIC X(6).
           02 EEMPNAME  PIC X(25).
           02 EEMPADDR  PIC X(30).
           02 EPHONE    PIC X(10).
           02 EDOJ      PIC X(10).
           02 EDIP      PIC X(10).
           02 EUG       PIC X(4).
           02 EPG       PIC X(4).
           02 EPROFQ    PIC X(4).
           02 ESKILL    PIC X(10).
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).

       FD SEPARATEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/SEPARATE.DAT".
       01 SEPARATEREC.
           02 SPEMPID   PIC X(6).
           02 SPLWD     PIC X(10).
           02 SPREASON  PIC X(20).

       FD USERFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/USER.DAT".
       01 USERREC.
           03 USERID           PIC X(8).
           03 USER-PWD-HASH    PIC 9(10).
           03 USER-ROLE        PIC X(8).
           03 USER-EMPID       PIC X(6).

       FD ONBOARDFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/ONBOARD.DAT".
       01 ONBOARDREC          PIC X(392).

       FD AUDITFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/AUDIT.DAT".
       01 AUDITREC            PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSRQ  PIC XX.
       77 FSCD  PIC XX.
       77 FSST  PIC XX.
       77 FSE   PIC XX.
       77 FSSP  PIC XX.
       77 FSU   PIC XX.
       77 FSOB  PIC XX.
       77 FSA   PIC XX.
       77 CHOICE PIC 9.
       77 WS-USER-ROLE PIC X(8).
       77 WS-ENTRY-OK  PIC X.
       77 WS-DATE-OK   PIC X.
       77 WS-EOF       PIC X.
       77 WS-SEPARATED PIC X.
       77 WS-ACTUAL    PIC 9(4).
       77 WS-PIPELINE  PIC 9(4).
       77 WS-VACANT    PIC S9(4).
       77 WS-ACCEPTED  PIC 99.
       77 WS-NEXT-SEQ  PIC 999.
       77 WS-OLD-RANK  PIC 9.
       77 WS-NEW-RANK  PIC 9.
       77 WS-ACTION    PIC X.
       77 WS-NEW-STAGE PIC X.
       77 WS-CHK-BRID  PIC X(6).
       77 WS-CHK-DESID PIC X(6).
       77 WS-CHK-RQID  PIC X(6).
       77 WS-SYSDATE   PIC 9(8).
       77 WS-TODAY     PIC X(10).
       77 WS-CHECKDATE PIC X(10).
       77 WS-CCYYX     PIC X(4).
       77 WS-MMX       PIC X(2).
       77 WS-DDX       PIC X(2).
       77 WS-CCYY      PIC 9(4).
       77 WS-MM        PIC 9(2).
       77 WS-DD        PIC 9(2).
       77 WS-MAXDD     PIC 9(2).
       77 WS-AUD-OP    PIC X(8).
       01 WS-NEW-REQN.
           03 WN-RQID    PIC X(6).
           03 WN-BRID    PIC X(6).
           03 WN-DESID   PIC X(6).
           03 WN-POSTS   PIC 99.
           03 WN-REMARK  PIC X(30).
       01 WS-NEW-CAND.
           03 WC-RQID    PIC X(6).
           03 WC-SEQ     PIC 999.
           03 WC-NAME    PIC X(25).
           03 WC-ADDR    PIC X(30).
           03 WC-PHONE   PIC X(10).
           03 WC-DOB     PIC X(10).
           03 WC-UG      PIC X(4).
           03 WC-PG      PIC X(4).
           03 WC-SKILL   PIC X(10).
       01 WS-JOIN-DATA.
           03 WJ-EMPID   PIC X(6).
           03 WJ-DOJ     PIC X(10).
           03 WJ-GRDNO   PIC 99.
           03 WJ-DEPID   PIC X(6).
      *    ONE ROW OF THE BULKLOAD ONBOARDING EXTRACT, PIPE POSITIONED
      *    THE SAME AS BULKLOADREC.
       01 WS-ONBOARD-ROW.
           02 OBEMPID     PIC X(6).
           02 FILLER      PIC X(1) VALUE "|".
           02 OBEMPNAME   PIC X(25).
           02 FILLER      PIC X(1) VALUE "|".
           02 OBEMPADDR   PIC X(30).
           02 FILLER      PIC X(1) VALUE "|".
           02 OBPHONE     PIC X(10).
           02 FILLER      PIC X(1) VALUE "|".
           02 OBDOJ       PIC X(10).
           02 FILLER      PIC X(1) VALUE "|".
           02 OBDIP       PIC X(10).
           02 FILLER      PIC X(1) VALUE "|".
           02 OBUG        PIC X(4).
           02 FILLER      PIC X(1) VALUE "|".
           02 OBPG        PIC X(4).
           02 FILLER      PIC X(1) VALUE "|".
           02 OBPROFQ     PIC X(4).
           02 FILLER      PIC X(1) VALUE "|".
           02 OBSKILL     PIC X(10).
           02 FILLER      PIC X(1) VALUE "|".
           02 OBGRDNO     PIC 99.
           02 FILLER      PIC X(1) VALUE "|".
           02 OBBRNID     PIC X(6).
           02 FILLER      PIC X(1) VALUE "|".
           02 OBDESID     PIC X(6).
           02 FILLER      PIC X(1) VALUE "|".
           02 OBDEPID     PIC X(6).
           02 FILLER      PIC X(1) VALUE "|".
           02 OBTADD      PIC X(30).
           02 FILLER      PIC X(1) VALUE "|".
           02 OBTPH       PIC X(10).
           02 FILLER      PIC X(1) VALUE "|".
           02 OBDOB       PIC X(10).
           02 FILLER      PIC X(1) VALUE "|".
           02 OBPOB       PIC X(10).
           02 FILLER      PIC X(1) VALUE "|".
           02 OBLANG      PIC X(15).
           02 FILLER      PIC X(1) VALUE "|".
           02 OBBLOOD     PIC X(4).
           02 FILLER      PIC X(1) VALUE "|".
           02 OBWEIGHT    PIC 999.
           02 FILLER      PIC X(1) VALUE "|".
           02 OBHEIGHT    PIC 999.
           02 FILLER      PIC X(1) VALUE "|".
           02 OBVISION    PIC X(15).
           02 FILLER      PIC X(1) VALUE "|".
           02 OBFATHER    PIC X(25).
           02 FILLER      PIC X(1) VALUE "|".
           02 OBDOBF      PIC X(10).
           02 FILLER      PIC X(1) VALUE "|".
           02 OBMOTHER    PIC X(25).
           02 FILLER      PIC X(1) VALUE "|".
           02 OBDOBM      PIC X(10).
           02 FILLER      PIC X(1) VALUE "|".
           02 OBSPOUSE    PIC X(25).
           02 FILLER      PIC X(1) VALUE "|".
           02 OBCHILD     PIC X(25).
           02 FILLER      PIC X(1) VALUE "|".
           02 OBDOBC      PIC X(10).
       01 AUDIT-STAMP.
           03 AUD-DATE         PIC 9(8).
           03 AUD-TIME         PIC 9(8).

       LINKAGE SECTION.
       01 CALLER-ID    PIC X(8).

       screen section.
       01 main-para-menu.
           03 line 3 column 10 value
               "*******************************************".
           03 line 5 column 10 value
               "      RECRUITMENT REQUISITIONS/CANDIDATES  ".
           03 line 7 column 10 value
               "*******************************************".
           03 line 11 column 5 value " 1. RAISE REQUISITION".
           03 line 12 column 5 value
               " 2. APPROVE/REJECT/CLOSE REQUISITION (ADMIN)".
           03 line 13 column 5 value " 3. ADD CANDIDATE".
           03 line 14 column 5 value " 4. MOVE CANDIDATE STAGE".
           03 line 15 column 5 value " 5. EXIT".
           03 line 17 column 25 value "ENTER U R CHOICE :".
           03 line 17 column 45 using CHOICE.

       01 reqn-para-menu.
           03 line 1 column 1 value " ".
           03 line 1 column 1 value "ENTER REQUISITION NO :".
           03 line 1 column 35 using WN-RQID.
           03 line 2 column 1 value "ENTER BRANCH CODE :".
           03 line 2 column 35 using WN-BRID.
           03 line 3 column 1 value "ENTER DESIGNATION CODE :".
           03 line 3 column 35 using WN-DESID.
           03 line 4 column 1 value "ENTER NUMBER OF POSTS :".
           03 line 4 column 35 using WN-POSTS.
           03 line 5 column 1 value "ENTER REMARKS :".
           03 line 5 column 35 using WN-REMARK.

       01 reqn-key-select.
           03 line 1 column 1 value " ".
           03 line 1 column 1 value "ENTER REQUISITION NO :".
           03 line 1 column 35 using WN-RQID.

       01 reqn-review-menu.
           03 line 1 column 1 value " ".
           03 line 1 column 1 value " REQUISITION NO :".
           03 line 1 column 20 from RQID.
           03 line 2 column 1 value " BRANCH        :".
           03 line 2 column 20 from RQBRID.
           03 line 3 column 1 value " DESIGNATION   :".
           03 line 3 column 20 from RQDESID.
           03 line 4 column 1 value " POSTS/FILLED  :".
           03 line 4 column 20 from RQPOSTS.
           03 line 4 column 24 from RQFILLED.
           03 line 5 column 1 value " STATUS        :".
           03 line 5 column 20 from RQSTAT.
           03 line 6 column 1 value " RAISED ON/BY  :".
           03 line 6 column 20 from RQRAISEDT.
           03 line 6 column 32 from RQRAISEBY.
           03 line 7 column 1 value " REMARKS       :".
           03 line 7 column 20 from RQREMARK.
           03 line 10 column 1 value
               "(A)PPROVE, (R)EJECT OR (C)LOSE :".
           03 line 10 column 35 using WS-ACTION.

       01 cand-para-menu.
           03 line 1 column 1 value " ".
           03 line 1 column 1 value "ENTER REQUISITION NO :".
           03 line 1 column 35 using WC-RQID.
           03 line 2 column 1 value "ENTER CANDIDATE NAME :".
           03 line 2 column 35 using WC-NAME.
           03 line 3 column 1 value "ENTER ADDRESS :".
           03 line 3 column 35 using WC-ADDR.
           03 line 4 column 1 value "ENTER PHONE :".
           03 line 4 column 35 using WC-PHONE.
           03 line 5 column 1 value "ENTER DATE OF BIRTH :".
           03 line 5 column 35 using WC-DOB.
           03 line 6 column 1 value "ENTER UG QUALIFICATION :".
           03 line 6 column 35 using WC-UG.
           03 line 7 column 1 value "ENTER PG QUALIFICATION :".
           03 line 7 column 35 using WC-PG.
           03 line 8 column 1 value "ENTER SKILL :".
           03 line 8 column 35 using WC-SKILL.

       01 cand-key-select.
           03 line 1 column 1 value " ".
           03 line 1 column 1 value "ENTER REQUISITION NO :".
           03 line 1 column 35 using WC-RQID.
           03 line 2 column 1 value "ENTER CANDIDATE SEQ NO :".
           03 line 2 column 35 using WC-SEQ.

       01 cand-stage-menu.
           03 line 1 column 1 value " ".
           03 line 1 column 1 value " CANDIDATE     :".
           03 line 1 column 20 from CDNAME.
           03 line 2 column 1 value " REQUISITION   :".
           03 line 2 column 20 from CDRQID.
           03 line 2 column 28 from CDSEQ.
           03 line 3 column 1 value " BRANCH/DESIG  :".
           03 line 3 column 20 from CDBRID.
           03 line 3 column 28 from CDDESID.
           03 line 4 column 1 value " STAGE/SINCE   :".
           03 line 4 column 20 from CDSTAGE.
           03 line 4 column 24 from CDSTGDT.
           03 line 7 column 1 value
               "STAGES - A APPLIED, I INTERVIEWED, O OFFERED,".
           03 line 8 column 1 value
               "         C ACCEPTED, J JOINED, D DROPPED".
           03 line 10 column 1 value "ENTER NEW STAGE :".
           03 line 10 column 35 using WS-NEW-STAGE.

       01 join-para-menu.
           03 line 1 column 1 value " ".
           03 line 1 column 1 value "ENTER NEW EMP CODE :".
           03 line 1 column 35 using WJ-EMPID.
           03 line 2 column 1 value "ENTER DATE OF JOINING :".
           03 line 2 column 35 using WJ-DOJ.
           03 line 3 column 1 value "ENTER GRADE NO :".
           03 line 3 column 35 using WJ-GRDNO.
           03 line 4 column 1 value "ENTER DEPARTMENT CODE :".
           03 line 4 column 35 using WJ-DEPID.

       01 access-denied-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 25 value "ACCESS DENIED FOR YOUR ROLE".
           03 line 20 column 10 value
               "PRESS ENTER TO RETURN TO MENU".

       01 dup-reqn-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 20 value
               "REQUISITION NUMBER ALREADY USED".
           03 line 20 column 10 value
               "PRESS ENTER TO RE-ENTER".

       01 no-slot-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 15 value
               "NO ESTABLISHMENT ROW FOR THIS BRANCH AND DESIGNATION".
           03 line 20 column 10 value
               "PRESS ENTER TO RE-ENTER".

       01 zero-posts-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 20 value
               "NUMBER OF POSTS MUST BE AT LEAST ONE".
           03 line 20 column 10 value
               "PRESS ENTER TO RE-ENTER".

       01 over-vacancy-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 10 value
               "POSTS EXCEED THE SANCTIONED VACANCY - VACANCY LEFT :".
           03 line 12 column 64 from WS-VACANT.
           03 line 20 column 10 value
               "PRESS ENTER TO RETURN TO MENU".

       01 reqn-saved-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 15 value
               "REQUISITION RAISED - PENDING ADMIN APPROVAL".
           03 line 20 column 10 value
               "PRESS ENTER TO RETURN TO MENU".

       01 reqn-not-found-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 25 value "REQUISITION NOT FOUND".
           03 line 20 column 10 value
               "PRESS ENTER TO RETURN TO MENU".

       01 reqn-not-open-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 15 value
               "REQUISITION IS NOT OPEN (NOT APPROVED OR CLOSED)".
           03 line 20 column 10 value
               "PRESS ENTER TO RETURN TO MENU".

       01 reqn-bad-action-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 10 value
               "ONLY A PENDING REQUISITION IS APPROVED OR REJECTED".
           03 line 13 column 10 value
               "AND ONLY AN OPEN ONE IS CLOSED".
           03 line 20 column 10 value
               "PRESS ENTER TO RETURN TO MENU".

       01 reqn-decided-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 25 value "REQUISITION UPDATED".
           03 line 20 column 10 value
               "PRESS ENTER TO RETURN TO MENU".

       01 invalid-date-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 20 value
               "INVALID DATE, USE FORMAT CCYY-MM-DD".
           03 line 20 column 10 value
               "PRESS ENTER TO RE-ENTER".

       01 blank-name-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 20 value
               "CANDIDATE NAME MAY NOT BE BLANK".
           03 line 20 column 10 value
               "PRESS ENTER TO RE-ENTER".

       01 cand-saved-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 20 value
               "CANDIDATE ADDED AS APPLIED - SEQ NO :".
           03 line 12 column 58 from WS-NEXT-SEQ.
           03 line 20 column 10 value
               "PRESS ENTER TO RETURN TO MENU".

       01 cand-not-found-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 25 value "CANDIDATE NOT FOUND".
           03 line 20 column 10 value
               "PRESS ENTER TO RETURN TO MENU".

       01 bad-stage-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 10 value
               "STAGE MUST MOVE FORWARD (OR TO D) AND CANNOT".
           03 line 13 column 10 value
               "CHANGE ONCE JOINED OR DROPPED".
           03 line 20 column 10 value
               "PRESS ENTER TO RETURN TO MENU".

       01 posts-taken-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 10 value
               "EVERY POST ON THE REQUISITION IS ALREADY ACCEPTED".
           03 line 20 column 10 value
               "PRESS ENTER TO RETURN TO MENU".

       01 empid-used-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 15 value
               "EMPLOYEE CODE BLANK OR ALREADY ON EMPFILE".
           03 line 20 column 10 value
               "PRESS ENTER TO RE-ENTER".

       01 not-loaded-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 10 value
               "EMPLOYEE CODE NOT ON EMPFILE YET - RUN BULKLOAD FIRST".
           03 line 20 column 10 value
               "PRESS ENTER TO RETURN TO MENU".

       01 accepted-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 10 value
               "ACCEPTED - ONBOARDING ROW WRITTEN TO DATA/ONBOARD.DAT".
           03 line 13 column 10 value
               "PRINT THE APPOINTMENT LETTER WITH HRLETTER TYPE N".
           03 line 20 column 10 value
               "PRESS ENTER TO RETURN TO MENU".

       01 dropped-after-accept-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 10 value
               "DROPPED - TAKE THE ROW OFF DATA/ONBOARD.DAT".
           03 line 13 column 10 value
               "IF BULKLOAD HAS NOT LOADED IT YET".
           03 line 20 column 10 value
               "PRESS ENTER TO RETURN TO MENU".

       01 stage-saved-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 25 value "CANDIDATE STAGE UPDATED".
           03 line 20 column 10 value
               "PRESS ENTER TO RETURN TO MENU".

       PROCEDURE DIVISION USING CALLER-ID.
       MAIN-PARA.
           PERFORM LOAD-USER-PARA.
           DISPLAY " " AT 0101 ERASE EOS.
           accept main-para-menu.
           IF CHOICE = 1
              GO TO RAISE-PARA
           ELSE
             IF CHOICE = 2
                GO TO DECIDE-PARA
             ELSE
               IF CHOICE = 3
                  GO TO CAND-PARA
               ELSE
                 IF CHOICE = 4
                    GO TO STAGE-PARA
                 ELSE
                    EXIT PROGRAM.

       LOAD-USER-PARA.
           ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-TODAY.
           STRING WS-SYSDATE (1:4) "-" WS-SYSDATE (5:2) "-"
                  WS-SYSDATE (7:2) DELIMITED BY SIZE INTO WS-TODAY.
           MOVE SPACES TO WS-USER-ROLE.
           OPEN INPUT USERFILE.
           IF FSU = "35" OR FSU = "30"
              CLOSE USERFILE
           ELSE
              MOVE CALLER-ID TO USERID
              READ USERFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE USER-ROLE TO WS-USER-ROLE
              END-READ
              CLOSE USERFILE
           END-IF.

       RAISE-PARA.
           DISPLAY " " AT 0101 ERASE EOS.
           MOVE SPACES TO WS-NEW-REQN.
           MOVE ZERO TO WN-POSTS.
           MOVE "N" TO WS-ENTRY-OK.
           PERFORM UNTIL WS-ENTRY-OK = "Y"
              accept reqn-para-menu
              PERFORM CHECK-NEW-REQN-PARA
           END-PERFORM.
           MOVE WN-BRID  TO WS-CHK-BRID.
           MOVE WN-DESID TO WS-CHK-DESID.
           MOVE WN-RQID  TO WS-CHK-RQID.
           PERFORM CHECK-VACANCY-PARA.
           IF WN-POSTS > WS-VACANT
              DISPLAY " " AT 0101 ERASE EOS
              accept over-vacancy-msg
              GO TO MAIN-PARA.
           OPEN I-O REQNFILE.
           IF FSRQ = "35" OR FSRQ = "30"
              OPEN OUTPUT REQNFILE.
           MOVE WN-RQID   TO RQID.
           MOVE WN-BRID   TO RQBRID.
           MOVE WN-DESID  TO RQDESID.
           MOVE WN-POSTS  TO RQPOSTS.
           MOVE ZERO      TO RQFILLED.
           MOVE "P"       TO RQSTAT.
           MOVE WS-TODAY  TO RQRAISEDT.
           MOVE CALLER-ID TO RQRAISEBY.
           MOVE SPACES    TO RQAPPRBY RQAPPRDT.
           MOVE WN-REMARK TO RQREMARK.
           WRITE REQNREC
              INVALID KEY CONTINUE
           END-WRITE.
           CLOSE REQNFILE.
           DISPLAY " " AT 0101 ERASE EOS.
           accept reqn-saved-msg.
           GO TO MAIN-PARA.

       CHECK-NEW-REQN-PARA.
           MOVE "Y" TO WS-ENTRY-OK.
           OPEN INPUT REQNFILE.
           IF FSRQ = "35" OR FSRQ = "30"
              CONTINUE
           ELSE
              MOVE WN-RQID TO RQID
              READ REQNFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE "N" TO WS-ENTRY-OK
              END-READ
           END-IF.
           CLOSE REQNFILE.
           IF WN-RQID = SPACES OR WS-ENTRY-OK = "N"
              MOVE "N" TO WS-ENTRY-OK
              DISPLAY " " AT 0101 ERASE EOS
              accept dup-reqn-msg
              DISPLAY " " AT 0101 ERASE EOS
           ELSE
              IF WN-POSTS = ZERO
                 MOVE "N" TO WS-ENTRY-OK
                 DISPLAY " " AT 0101 ERASE EOS
                 accept zero-posts-msg
                 DISPLAY " " AT 0101 ERASE EOS
              ELSE
                 OPEN INPUT ESTABFILE
                 IF FSST = "35" OR FSST = "30"
                    MOVE "N" TO WS-ENTRY-OK
                 ELSE
                    MOVE WN-BRID  TO STBRID
                    MOVE WN-DESID TO STDESID
                    READ ESTABFILE
                       INVALID KEY MOVE "N" TO WS-ENTRY-OK
                    END-READ
                 END-IF
                 CLOSE ESTABFILE
                 IF WS-ENTRY-OK = "N"
                    DISPLAY " " AT 0101 ERASE EOS
                    accept no-slot-msg
                    DISPLAY " " AT 0101 ERASE EOS
                 END-IF
              END-IF
           END-IF.

      *    VACANCY LEFT ON THE SLOT FOR THIS REQUISITION - SANCTIONED
      *    STRENGTH LESS ACTIVE HEADCOUNT LESS WHAT OTHER PENDING AND
      *    OPEN REQUISITIONS ON THE SLOT STILL HAVE TO FILL.
       CHECK-VACANCY-PARA.
           MOVE ZERO TO WS-VACANT.
           OPEN INPUT ESTABFILE.
           IF FSST = "35" OR FSST = "30"
              CLOSE ESTABFILE
           ELSE
              MOVE WS-CHK-BRID  TO STBRID
              MOVE WS-CHK-DESID TO STDESID
              READ ESTABFILE
                 INVALID KEY MOVE ZERO TO STSANCT
              END-READ
              MOVE STSANCT TO WS-VACANT
              CLOSE ESTABFILE
           END-IF.
           MOVE ZERO TO WS-ACTUAL.
           OPEN INPUT EMPFILE.
           OPEN INPUT SEPARATEFILE.
           MOVE "N" TO WS-EOF.
           IF FSE = "35" OR FSE = "30"
              MOVE "Y" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
              READ EMPFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF EBRNID = WS-CHK-BRID AND
                       EDESID = WS-CHK-DESID
                       PERFORM CHECK-SEPARATED-PARA
                       IF WS-SEPARATED NOT = "Y"
                          ADD 1 TO WS-ACTUAL
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE EMPFILE.
           CLOSE SEPARATEFILE.
           MOVE ZERO TO WS-PIPELINE.
           OPEN INPUT REQNFILE.
           MOVE "N" TO WS-EOF.
           IF FSRQ = "35" OR FSRQ = "30"
              MOVE "Y" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
              READ REQNFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF RQBRID = WS-CHK-BRID AND
                       RQDESID = WS-CHK-DESID AND
                       RQID NOT = WS-CHK-RQID AND
                       (RQSTAT = "P" OR RQSTAT = "O") AND
                       RQPOSTS > RQFILLED
                       COMPUTE WS-PIPELINE =
                          WS-PIPELINE + RQPOSTS - RQFILLED
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE REQNFILE.
           COMPUTE WS-VACANT = WS-VACANT - WS-ACTUAL - WS-PIPELINE.

       CHECK-SEPARATED-PARA.
           MOVE "N" TO WS-SEPARATED.
           IF FSSP = "35" OR FSSP = "30"
              CONTINUE
           ELSE
              MOVE EEMPID TO SPEMPID
              READ SEPARATEFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE "Y" TO WS-SEPARATED
              END-READ
           END-IF.

      *    APPROVAL IS THE ADMIN ROLE'S ALONE. THE VACANCY IS TAKEN
      *    AGAIN AT APPROVAL IN CASE THE SLOT FILLED IN THE MEANTIME.
       DECIDE-PARA.
           IF WS-USER-ROLE NOT = "ADMIN"
              DISPLAY " " AT 0101 ERASE EOS
              accept access-denied-msg
              GO TO MAIN-PARA.
           DISPLAY " " AT 0101 ERASE EOS.
           MOVE SPACES TO WN-RQID.
           accept reqn-key-select.
           OPEN I-O REQNFILE.
           IF FSRQ = "35" OR FSRQ = "30"
              GO TO REQN-NOT-FOUND-PARA.
           MOVE WN-RQID TO RQID.
           READ REQNFILE
              INVALID KEY GO TO REQN-NOT-FOUND-PARA.
           DISPLAY " " AT 0101 ERASE EOS.
           MOVE SPACE TO WS-ACTION.
           accept reqn-review-menu.
           IF WS-ACTION = "a"
              MOVE "A" TO WS-ACTION.
           IF WS-ACTION = "r"
              MOVE "R" TO WS-ACTION.
           IF WS-ACTION = "c"
              MOVE "C" TO WS-ACTION.
           IF ((WS-ACTION = "A" OR WS-ACTION = "R") AND
               RQSTAT NOT = "P") OR
              (WS-ACTION = "C" AND RQSTAT NOT = "O")
              CLOSE REQNFILE
              DISPLAY " " AT 0101 ERASE EOS
              accept reqn-bad-action-msg
              GO TO MAIN-PARA.
           IF WS-ACTION NOT = "A" AND WS-ACTION NOT = "R" AND
              WS-ACTION NOT = "C"
              CLOSE REQNFILE
              GO TO MAIN-PARA.
           IF WS-ACTION = "A"
              CLOSE REQNFILE
              MOVE RQBRID  TO WS-CHK-BRID
              MOVE RQDESID TO WS-CHK-DESID
              MOVE RQID    TO WS-CHK-RQID
              PERFORM CHECK-VACANCY-PARA
              OPEN I-O REQNFILE
              MOVE WS-CHK-RQID TO RQID
              READ REQNFILE
                 INVALID KEY GO TO REQN-NOT-FOUND-PARA
              END-READ
              IF RQPOSTS > WS-VACANT
                 CLOSE REQNFILE
                 DISPLAY " " AT 0101 ERASE EOS
                 accept over-vacancy-msg
                 GO TO MAIN-PARA
              END-IF
              MOVE "O" TO RQSTAT
              MOVE "APPROVE" TO WS-AUD-OP
           END-IF.
           IF WS-ACTION = "R"
              MOVE "R" TO RQSTAT
              MOVE "REJECT" TO WS-AUD-OP
           END-IF.
           IF WS-ACTION = "C"
              MOVE "C" TO RQSTAT
              MOVE "CLOSE" TO WS-AUD-OP
           END-IF.
           MOVE CALLER-ID TO RQAPPRBY.
           MOVE WS-TODAY TO RQAPPRDT.
           REWRITE REQNREC.
           CLOSE REQNFILE.
           PERFORM WRITE-AUDIT-PARA.
           DISPLAY " " AT 0101 ERASE EOS.
           accept reqn-decided-msg.
           GO TO MAIN-PARA.

       REQN-NOT-FOUND-PARA.
           CLOSE REQNFILE.
           DISPLAY " " AT 0101 ERASE EOS.
           accept reqn-not-found-msg.
           GO TO MAIN-PARA.

       WRITE-AUDIT-PARA.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT AUD-TIME FROM TIME.
           OPEN EXTEND AUDITFILE.
           IF FSA = "05" OR FSA = "35"
              CLOSE AUDITFILE
              OPEN OUTPUT AUDITFILE.
           MOVE SPACES TO AUDITREC.
           STRING WS-AUD-OP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  "REQNFILE          " DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RQID DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  AUD-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUD-TIME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CALLER-ID DELIMITED BY SIZE
             INTO AUDITREC.
           WRITE AUDITREC.
           CLOSE AUDITFILE.

       CAND-PARA.
           DISPLAY " " AT 0101 ERASE EOS.
           MOVE SPACES TO WS-NEW-CAND.
           MOVE ZERO TO WC-SEQ.
           MOVE "N" TO WS-ENTRY-OK.
           PERFORM UNTIL WS-ENTRY-OK = "Y"
              accept cand-para-menu
              IF WC-NAME = SPACES
                 DISPLAY " " AT 0101 ERASE EOS
                 accept blank-name-msg
                 DISPLAY " " AT 0101 ERASE EOS
              ELSE
                 MOVE WC-DOB TO WS-CHECKDATE
                 PERFORM VALIDATE-DATE-PARA
                 IF WS-DATE-OK NOT = "Y"
                    DISPLAY " " AT 0101 ERASE EOS
                    accept invalid-date-msg
                    DISPLAY " " AT 0101 ERASE EOS
                 ELSE
                    MOVE "Y" TO WS-ENTRY-OK
                 END-IF
              END-IF
           END-PERFORM.
           OPEN INPUT REQNFILE.
           IF FSRQ = "35" OR FSRQ = "30"
              GO TO REQN-NOT-FOUND-PARA.
           MOVE WC-RQID TO RQID.
           READ REQNFILE
              INVALID KEY GO TO REQN-NOT-FOUND-PARA.
           CLOSE REQNFILE.
           IF RQSTAT NOT = "O"
              DISPLAY " " AT 0101 ERASE EOS
              accept reqn-not-open-msg
              GO TO MAIN-PARA.
           OPEN I-O CANDFILE.
           IF FSCD = "35" OR FSCD = "30"
              OPEN OUTPUT CANDFILE
              MOVE 1 TO WS-NEXT-SEQ
           ELSE
              PERFORM FIND-NEXT-SEQ-PARA
           END-IF.
           MOVE WC-RQID     TO CDRQID.
           MOVE WS-NEXT-SEQ TO CDSEQ.
           MOVE WC-NAME     TO CDNAME.
           MOVE WC-ADDR     TO CDADDR.
           MOVE WC-PHONE    TO CDPHONE.
           MOVE WC-DOB      TO CDDOB.
           MOVE WC-UG       TO CDUG.
           MOVE WC-PG       TO CDPG.
           MOVE WC-SKILL    TO CDSKILL.
           MOVE RQBRID      TO CDBRID.
           MOVE RQDESID     TO CDDESID.
           MOVE "A"         TO CDSTAGE.
           MOVE WS-TODAY    TO CDSTGDT.
           MOVE SPACES      TO CDEMPID CDDOJ CDDEPID.
           MOVE ZERO        TO CDGRDNO.
           WRITE CANDREC
              INVALID KEY CONTINUE
           END-WRITE.
           CLOSE CANDFILE.
           DISPLAY " " AT 0101 ERASE EOS.
           accept cand-saved-msg.
           GO TO MAIN-PARA.

       FIND-NEXT-SEQ-PARA.
           MOVE 1 TO WS-NEXT-SEQ.
           MOVE WC-RQID TO CDRQID.
           MOVE ZERO TO CDSEQ.
           MOVE "N" TO WS-EOF.
           START CANDFILE KEY IS NOT LESS THAN CDKEY
              INVALID KEY MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
              READ CANDFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF CDRQID NOT = WC-RQID
                       MOVE "Y" TO WS-EOF
                    ELSE
                       COMPUTE WS-NEXT-SEQ = CDSEQ + 1
                    END-IF
              END-READ
           END-PERFORM.

      *    STAGES ONLY MOVE FORWARD - APPLIED, INTERVIEWED, OFFERED,
      *    ACCEPTED, JOINED - A STEP MAY BE SKIPPED. DROPPED CLOSES
      *    THE CANDIDATE FROM ANY STAGE SHORT OF JOINED.
       STAGE-PARA.
           DISPLAY " " AT 0101 ERASE EOS.
           MOVE SPACES TO WC-RQID.
           MOVE ZERO TO WC-SEQ.
           accept cand-key-select.
           OPEN I-O CANDFILE.
           IF FSCD = "35" OR FSCD = "30"
              GO TO CAND-NOT-FOUND-PARA.
           MOVE WC-RQID TO CDRQID.
           MOVE WC-SEQ  TO CDSEQ.
           READ CANDFILE
              INVALID KEY GO TO CAND-NOT-FOUND-PARA.
           DISPLAY " " AT 0101 ERASE EOS.
           MOVE SPACE TO WS-NEW-STAGE.
           accept cand-stage-menu.
           IF WS-NEW-STAGE = "i"
              MOVE "I" TO WS-NEW-STAGE.
           IF WS-NEW-STAGE = "o"
              MOVE "O" TO WS-NEW-STAGE.
           IF WS-NEW-STAGE = "c"
              MOVE "C" TO WS-NEW-STAGE.
           IF WS-NEW-STAGE = "j"
              MOVE "J" TO WS-NEW-STAGE.
           IF WS-NEW-STAGE = "d"
              MOVE "D" TO WS-NEW-STAGE.
           MOVE CDSTAGE TO WS-ACTION.
           PERFORM STAGE-RANK-PARA.
           MOVE WS-NEW-RANK TO WS-OLD-RANK.
           MOVE WS-NEW-STAGE TO WS-ACTION.
           PERFORM STAGE-RANK-PARA.
           IF WS-OLD-RANK = 5 OR WS-OLD-RANK = 9 OR
              WS-NEW-RANK = ZERO OR
              (WS-NEW-RANK NOT = 9 AND WS-NEW-RANK NOT > WS-OLD-RANK)
              CLOSE CANDFILE
              DISPLAY " " AT 0101 ERASE EOS
              accept bad-stage-msg
              GO TO MAIN-PARA.
           IF WS-NEW-STAGE = "C"
              GO TO ACCEPT-PARA.
           IF WS-NEW-STAGE = "J"
              GO TO JOIN-PARA.
           MOVE WS-NEW-STAGE TO CDSTAGE.
           MOVE WS-TODAY TO CDSTGDT.
           REWRITE CANDREC.
           CLOSE CANDFILE.
           DISPLAY " " AT 0101 ERASE EOS.
           IF WS-NEW-STAGE = "D" AND WS-OLD-RANK = 4
              accept dropped-after-accept-msg
           ELSE
              accept stage-saved-msg
           END-IF.
           GO TO MAIN-PARA.

       STAGE-RANK-PARA.
           EVALUATE WS-ACTION
              WHEN "A" MOVE 1 TO WS-NEW-RANK
              WHEN "I" MOVE 2 TO WS-NEW-RANK
              WHEN "O" MOVE 3 TO WS-NEW-RANK
              WHEN "C" MOVE 4 TO WS-NEW-RANK
              WHEN "J" MOVE 5 TO WS-NEW-RANK
              WHEN "D" MOVE 9 TO WS-NEW-RANK
              WHEN OTHER MOVE ZERO TO WS-NEW-RANK
           END-EVALUATE.

       CAND-NOT-FOUND-PARA.
           CLOSE CANDFILE.
           DISPLAY " " AT 0101 ERASE EOS.
           accept cand-not-found-msg.
           GO TO MAIN-PARA.

      *    ACCEPTANCE NEEDS AN OPEN REQUISITION WITH A POST NOT YET
      *    TAKEN BY ANOTHER ACCEPTED OR JOINED CANDIDATE.
       ACCEPT-PARA.
           OPEN INPUT REQNFILE.
           MOVE CDRQID TO RQID.
           READ REQNFILE
              INVALID KEY MOVE SPACE TO RQSTAT
           END-READ.
           CLOSE REQNFILE.
           IF RQSTAT NOT = "O"
              CLOSE CANDFILE
              DISPLAY " " AT 0101 ERASE EOS
              accept reqn-not-open-msg
              GO TO MAIN-PARA.
           PERFORM COUNT-ACCEPTED-PARA.
           IF WS-ACCEPTED NOT < RQPOSTS
              CLOSE CANDFILE
              DISPLAY " " AT 0101 ERASE EOS
              accept posts-taken-msg
              GO TO MAIN-PARA.
           DISPLAY " " AT 0101 ERASE EOS.
           MOVE SPACES TO WS-JOIN-DATA.
           MOVE ZERO TO WJ-GRDNO.
           MOVE "N" TO WS-ENTRY-OK.
           PERFORM UNTIL WS-ENTRY-OK = "Y"
              accept join-para-menu
              PERFORM CHECK-JOIN-DATA-PARA
           END-PERFORM.
           MOVE "C"      TO CDSTAGE.
           MOVE WS-TODAY TO CDSTGDT.
           MOVE WJ-EMPID TO CDEMPID.
           MOVE WJ-DOJ   TO CDDOJ.
           MOVE WJ-GRDNO TO CDGRDNO.
           MOVE WJ-DEPID TO CDDEPID.
           REWRITE CANDREC.
           CLOSE CANDFILE.
           PERFORM WRITE-ONBOARD-PARA.
           DISPLAY " " AT 0101 ERASE EOS.
           accept accepted-msg.
           GO TO MAIN-PARA.

      *    READS THE REQUISITION'S CANDIDATES AND COMES BACK POSITIONED
      *    ON THE ONE BEING ACCEPTED.
       COUNT-ACCEPTED-PARA.
           MOVE ZERO TO WS-ACCEPTED.
           MOVE ZERO TO CDSEQ.
           MOVE "N" TO WS-EOF.
           START CANDFILE KEY IS NOT LESS THAN CDKEY
              INVALID KEY MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
              READ CANDFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF CDRQID NOT = WC-RQID
                       MOVE "Y" TO WS-EOF
                    ELSE
                       IF CDSTAGE = "C" OR CDSTAGE = "J"
                          ADD 1 TO WS-ACCEPTED
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           MOVE WC-RQID TO CDRQID.
           MOVE WC-SEQ  TO CDSEQ.
           READ CANDFILE
              INVALID KEY CONTINUE
           END-READ.

       CHECK-JOIN-DATA-PARA.
           MOVE "Y" TO WS-ENTRY-OK.
           IF WJ-EMPID = SPACES
              MOVE "N" TO WS-ENTRY-OK
           ELSE
              OPEN INPUT EMPFILE
              IF FSE = "35" OR FSE = "30"
                 CONTINUE
              ELSE
                 MOVE WJ-EMPID TO EEMPID
                 READ EMPFILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE "N" TO WS-ENTRY-OK
                 END-READ
              END-IF
              CLOSE EMPFILE
           END-IF.
           IF WS-ENTRY-OK = "N"
              DISPLAY " " AT 0101 ERASE EOS
              accept empid-used-msg
              DISPLAY " " AT 0101 ERASE EOS
           ELSE
              MOVE WJ-DOJ TO WS-CHECKDATE
              PERFORM VALIDATE-DATE-PARA
              IF WS-DATE-OK NOT = "Y"
                 MOVE "N" TO WS-ENTRY-OK
                 DISPLAY " " AT 0101 ERASE EOS
                 accept invalid-date-msg
                 DISPLAY " " AT 0101 ERASE EOS
              END-IF
           END-IF.

      *    THE ROW CARRIES WHAT RECRUITMENT KNOWS; THE REST OF THE
      *    PERSONAL DETAILS ARE KEYED IN EMPMAINT AFTER THE LOAD.
       WRITE-ONBOARD-PARA.
           MOVE CDEMPID  TO OBEMPID.
           MOVE CDNAME   TO OBEMPNAME.
           MOVE CDADDR   TO OBEMPADDR.
           MOVE CDPHONE  TO OBPHONE.
           MOVE CDDOJ    TO OBDOJ.
           MOVE SPACES   TO OBDIP.
           MOVE CDUG     TO OBUG.
           MOVE CDPG     TO OBPG.
           MOVE SPACES   TO OBPROFQ.
           MOVE CDSKILL  TO OBSKILL.
           MOVE CDGRDNO  TO OBGRDNO.
           MOVE CDBRID   TO OBBRNID.
           MOVE CDDESID  TO OBDESID.
           MOVE CDDEPID  TO OBDEPID.
           MOVE CDADDR   TO OBTADD.
           MOVE CDPHONE  TO OBTPH.
           MOVE CDDOB    TO OBDOB.
           MOVE SPACES   TO OBPOB OBLANG OBBLOOD OBVISION.
           MOVE ZERO     TO OBWEIGHT OBHEIGHT.
           MOVE SPACES   TO OBFATHER OBDOBF OBMOTHER OBDOBM.
           MOVE SPACES   TO OBSPOUSE OBCHILD OBDOBC.
           OPEN EXTEND ONBOARDFILE.
           IF FSOB = "05" OR FSOB = "35"
              CLOSE ONBOARDFILE
              OPEN OUTPUT ONBOARDFILE.
           MOVE WS-ONBOARD-ROW TO ONBOARDREC.
           WRITE ONBOARDREC.
           CLOSE ONBOARDFILE.

      *    JOINING FILLS A POST ON THE REQUISITION ONCE BULKLOAD HAS
      *    PUT THE ALLOTTED CODE ON EMPFILE.
       JOIN-PARA.
           IF CDEMPID = SPACES
              MOVE "N" TO WS-ENTRY-OK
           ELSE
              MOVE "Y" TO WS-ENTRY-OK
              OPEN INPUT EMPFILE
              MOVE CDEMPID TO EEMPID
              READ EMPFILE
                 INVALID KEY MOVE "N" TO WS-ENTRY-OK
              END-READ
              CLOSE EMPFILE
           END-IF.
           IF WS-ENTRY-OK NOT = "Y"
              CLOSE CANDFILE
              DISPLAY " " AT 0101 ERASE EOS
              accept not-loaded-msg
              GO TO MAIN-PARA.
           MOVE "J" TO CDSTAGE.
           MOVE WS-TODAY TO CDSTGDT.
           REWRITE CANDREC.
           CLOSE CANDFILE.
           OPEN I-O REQNFILE.
           MOVE CDRQID TO RQID.
           READ REQNFILE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 ADD 1 TO RQFILLED
                 IF RQFILLED NOT < RQPOSTS
                    MOVE "F" TO RQSTAT
                 END-IF
                 REWRITE REQNREC
           END-READ.
           CLOSE REQNFILE.
           DISPLAY " " AT 0101 ERASE EOS.
           accept stage-saved-msg.
           GO TO MAIN-PARA.

       VALIDATE-DATE-PARA.
           MOVE "Y" TO WS-DATE-OK.
           IF WS-CHECKDATE (5:1) NOT = "-" OR
              WS-CHECKDATE (8:1) NOT = "-"
              MOVE "N" TO WS-DATE-OK
           ELSE
              MOVE WS-CHECKDATE (1:4) TO WS-CCYYX
              MOVE WS-CHECKDATE (6:2) TO WS-MMX
              MOVE WS-CHECKDATE (9:2) TO WS-DDX
              IF WS-CCYYX IS NOT NUMERIC OR
                 WS-MMX IS NOT NUMERIC OR
                 WS-DDX IS NOT NUMERIC
                 MOVE "N" TO WS-DATE-OK
              ELSE
                 MOVE WS-CCYYX TO WS-CCYY
                 MOVE WS-MMX TO WS-MM
                 MOVE WS-DDX TO WS-DD
                 IF WS-MM < 1 OR WS-MM > 12
                    MOVE "N" TO WS-DATE-OK
                 ELSE
                    PERFORM SET-MAXDD-PARA
                    IF WS-DD < 1 OR WS-DD > WS-MAXDD
                       MOVE "N" TO WS-DATE-OK
                    END-IF
                 END-IF
              END-IF
           END-IF.

       SET-MAXDD-PARA.
           EVALUATE WS-MM
              WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                 MOVE 31 TO WS-MAXDD
              WHEN 4 WHEN 6 WHEN 9 WHEN 11
                 MOVE 30 TO WS-MAXDD
              WHEN 2
                 IF FUNCTION MOD(WS-CCYY, 4) NOT = 0
                    MOVE 28 TO WS-MAXDD
                 ELSE
                    IF FUNCTION MOD(WS-CCYY, 100) = 0 AND
                       FUNCTION MOD(WS-CCYY, 400) NOT = 0
                       MOVE 28 TO WS-MAXDD
                    ELSE
                       MOVE 29 TO WS-MAXDD
                    END-IF
                 END-IF
           END-EVALUATE.

       END PROGRAM RECRUIT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQAGE.

      *    OPEN-REQUISITION AGEING REPORT - EVERY REQUISITION ON
      *    DATA/REQN.DAT STILL PENDING APPROVAL OR OPEN, SORTED BY
      *    BRANCH AND RAISED DATE, WITH THE POSTS STILL TO FILL, THE
      *    CANDIDATES IN PROCESS (APPLIED TO ACCEPTED), THE DAYS
      *    SINCE IT WAS RAISED AND A 1 IN ITS AGE BUCKET (0-30,
      *    31-60, 61-90, OVER 90 DAYS). EACH BRANCH GETS A TOTAL LINE
      *    CARRYING THE OLDEST AGE AND THE BUCKET COUNTS, AND A GRAND
      *    TOTAL CLOSES DATA/REQAGE.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQNFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RQID
           FILE STATUS IS FSRQ.

           SELECT CANDFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CDKEY
           FILE STATUS IS FSCD.

           SELECT SORTFILE ASSIGN TO DISK.

           SELECT REQAGEFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSS.

       DATA DIVISION.
       FILE SECTION.
       FD REQNFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/REQN.DAT".
       01 REQNREC.
           02 RQID         PIC X(6).
           02 RQBRID       PIC X(6).
           02 RQDESID      PIC X(6).
           02 RQPOSTS      PIC 99.
           02 RQFILLED     PIC 99.
           02 RQSTAT       PIC X(1).
           02 RQRAISEDT    PIC X(10).
           02 RQRAISEBY    PIC X(8).
           02 RQAPPRBY     PIC X(8).
           02 RQAPPRDT     PIC X(10).
           02 RQREMARK     PIC X(30).

       FD CANDFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/CANDIDATE.DAT".
       01 CANDREC.
           02 CDKEY.
              03 CDRQID    PIC X(6).
              03 CDSEQ     PIC 999.
           02 CDNAME       PIC X(25).
           02 CDADDR       PIC X(30).
           02 CDPHONE      PIC X(10).
           02 CDDOB        PIC X(10).
           02 CDUG         PIC X(4).
           02 CDPG         PIC X(4).
           02 CDSKILL      PIC X(10).
           02 CDBRID       PIC X(6).
           02 CDDESID      PIC X(6).
           02 CDSTAGE      PIC X(1).
           02 CDSTGDT      PIC X(10).
           02 CDEMPID      PIC X(6).
           02 CDDOJ        PIC X(10).
           02 CDGRDNO      PIC 99.
           02 CDDEPID      PIC X(6).

       SD SORTFILE.
       01 SORT-REC.
           02 SRBRNID   PIC X(6).
           02 SRRAISEDT PIC X(10).
           02 SRRQID    PIC X(6).
           02 SRDESID   PIC X(6).
           02 SRSTAT    PIC X(1).
           02 SROUTST   PIC 99.
           02 SRINPROC  PIC 999.
           02 SRDAYS    PIC 9(5).

       FD REQAGEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/REQAGE.DAT".
       01 REQAGEREC.
           02 AGTYPE    PIC X(4).
           02 FILLER    PIC X(1) VALUE SPACE.
           02 AGBRNID   PIC X(6).
           02 FILLER    PIC X(1) VALUE SPACE.
           02 AGRQID    PIC X(6).
           02 FILLER    PIC X(1) VALUE SPACE.
           02 AGDESID   PIC X(6).
           02 FILLER    PIC X(1) VALUE SPACE.
           02 AGRAISED  PIC X(10).
           02 FILLER    PIC X(1) VALUE SPACE.
           02 AGSTAT    PIC X(7).
           02 FILLER    PIC X(1) VALUE SPACE.
           02 AGOUTST   PIC ZZZ9.
           02 FILLER    PIC X(1) VALUE SPACE.
           02 AGINPROC  PIC ZZZ9.
           02 FILLER    PIC X(1) VALUE SPACE.
           02 AGDAYS    PIC ZZZZ9.
           02 FILLER    PIC X(1) VALUE SPACE.
           02 AG030     PIC ZZZ9.
           02 FILLER    PIC X(1) VALUE SPACE.
           02 AG060     PIC ZZZ9.
           02 FILLER    PIC X(1) VALUE SPACE.
           02 AG090     PIC ZZZ9.
           02 FILLER    PIC X(1) VALUE SPACE.
           02 AGOVER    PIC ZZZ9.

       WORKING-STORAGE SECTION.
       77 FSRQ   PIC XX.
       77 FSCD   PIC XX.
       77 FSS    PIC XX.
       77 WS-EOF      PIC X VALUE "N".
       77 WS-SORT-EOF PIC X VALUE "N".
       77 WS-CD-EOF   PIC X.
       77 WS-SYSDATE  PIC 9(8).
       77 WS-INT-TODAY PIC 9(8).
       77 WS-RD-STR   PIC X(8).
       77 WS-RD-NUM   PIC 9(8).
       77 WS-INPROC   PIC 999.
       77 WS-CUR-BRNID PIC X(6) VALUE SPACES.
       77 WS-COUNT    PIC 9(6) VALUE ZERO.
       01 WS-BUCKETS.
           02 WB-OUTST  PIC 9(4).
           02 WB-INPROC PIC 9(4).
           02 WB-OLDEST PIC 9(5).
           02 WB-030    PIC 9(4).
           02 WB-060    PIC 9(4).
           02 WB-090    PIC 9(4).
           02 WB-OVER   PIC 9(4).
       01 WS-TOTALS.
           02 WT-OUTST  PIC 9(4) VALUE ZERO.
           02 WT-INPROC PIC 9(4) VALUE ZERO.
           02 WT-OLDEST PIC 9(5) VALUE ZERO.
           02 WT-030    PIC 9(4) VALUE ZERO.
           02 WT-060    PIC 9(4) VALUE ZERO.
           02 WT-090    PIC 9(4) VALUE ZERO.
           02 WT-OVER   PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
           COMPUTE WS-INT-TODAY =
              FUNCTION INTEGER-OF-DATE(WS-SYSDATE).
           SORT SORTFILE ON ASCENDING KEY SRBRNID SRRAISEDT
              INPUT PROCEDURE IS LOAD-SORT-PARA
              OUTPUT PROCEDURE IS WRITE-AGEING-PARA.
           DISPLAY "REQUISITION AGEING COMPLETE - " WS-COUNT
                   " OPEN REQUISITIONS".
           STOP RUN.

       LOAD-SORT-PARA.
           OPEN INPUT REQNFILE.
           IF FSRQ = "35" OR FSRQ = "30"
              MOVE "Y" TO WS-EOF.
           OPEN INPUT CANDFILE.
           PERFORM UNTIL WS-EOF = "Y"
              READ REQNFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF RQSTAT = "P" OR RQSTAT = "O"
                       PERFORM RELEASE-REQN-PARA
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE REQNFILE.
           CLOSE CANDFILE.

       RELEASE-REQN-PARA.
           MOVE RQBRID    TO SRBRNID.
           MOVE RQRAISEDT TO SRRAISEDT.
           MOVE RQID      TO SRRQID.
           MOVE RQDESID   TO SRDESID.
           MOVE RQSTAT    TO SRSTAT.
           IF RQPOSTS > RQFILLED
              COMPUTE SROUTST = RQPOSTS - RQFILLED
           ELSE
              MOVE ZERO TO SROUTST
           END-IF.
           STRING RQRAISEDT (1:4) RQRAISEDT (6:2) RQRAISEDT (9:2)
              DELIMITED BY SIZE INTO WS-RD-STR.
           IF WS-RD-STR IS NUMERIC
              MOVE WS-RD-STR TO WS-RD-NUM
              COMPUTE SRDAYS = WS-INT-TODAY -
                 FUNCTION INTEGER-OF-DATE(WS-RD-NUM)
           ELSE
              MOVE ZERO TO SRDAYS
           END-IF.
           PERFORM COUNT-INPROC-PARA.
           MOVE WS-INPROC TO SRINPROC.
           RELEASE SORT-REC.

       COUNT-INPROC-PARA.
           MOVE ZERO TO WS-INPROC.
           MOVE "N" TO WS-CD-EOF.
           IF FSCD = "35" OR FSCD = "30"
              MOVE "Y" TO WS-CD-EOF
           ELSE
              MOVE RQID TO CDRQID
              MOVE ZERO TO CDSEQ
              START CANDFILE KEY IS NOT LESS THAN CDKEY
                 INVALID KEY MOVE "Y" TO WS-CD-EOF
              END-START
           END-IF.
           PERFORM UNTIL WS-CD-EOF = "Y"
              READ CANDFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-CD-EOF
                 NOT AT END
                    IF CDRQID NOT = RQID
                       MOVE "Y" TO WS-CD-EOF
                    ELSE
                       IF CDSTAGE NOT = "J" AND CDSTAGE NOT = "D"
                          ADD 1 TO WS-INPROC
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       WRITE-AGEING-PARA.
           OPEN OUTPUT REQAGEFILE.
           PERFORM UNTIL WS-SORT-EOF = "Y"
              RETURN SORTFILE
                 AT END MOVE "Y" TO WS-SORT-EOF
                 NOT AT END PERFORM WRITE-REQN-LINE-PARA
              END-RETURN
           END-PERFORM.
           IF WS-CUR-BRNID NOT = SPACES
              PERFORM WRITE-BRANCH-PARA.
           PERFORM WRITE-TOTAL-PARA.
           CLOSE REQAGEFILE.

       WRITE-REQN-LINE-PARA.
           IF SRBRNID NOT = WS-CUR-BRNID
              IF WS-CUR-BRNID NOT = SPACES
                 PERFORM WRITE-BRANCH-PARA
              END-IF
              MOVE SRBRNID TO WS-CUR-BRNID
              MOVE ZERO TO WB-OUTST WB-INPROC WB-OLDEST
                           WB-030 WB-060 WB-090 WB-OVER
           END-IF.
           MOVE "REQN"    TO AGTYPE.
           MOVE SRBRNID   TO AGBRNID.
           MOVE SRRQID    TO AGRQID.
           MOVE SRDESID   TO AGDESID.
           MOVE SRRAISEDT TO AGRAISED.
           IF SRSTAT = "P"
              MOVE "PENDING" TO AGSTAT
           ELSE
              MOVE "OPEN" TO AGSTAT
           END-IF.
           MOVE SROUTST   TO AGOUTST.
           MOVE SRINPROC  TO AGINPROC.
           MOVE SRDAYS    TO AGDAYS.
           MOVE ZERO TO AG030 AG060 AG090 AGOVER.
           EVALUATE TRUE
              WHEN SRDAYS NOT > 30
                 MOVE 1 TO AG030
                 ADD 1 TO WB-030
              WHEN SRDAYS NOT > 60
                 MOVE 1 TO AG060
                 ADD 1 TO WB-060
              WHEN SRDAYS NOT > 90
                 MOVE 1 TO AG090
                 ADD 1 TO WB-090
              WHEN OTHER
                 MOVE 1 TO AGOVER
                 ADD 1 TO WB-OVER
           END-EVALUATE.
           WRITE REQAGEREC.
           ADD SROUTST TO WB-OUTST.
           ADD SRINPROC TO WB-INPROC.
           IF SRDAYS > WB-OLDEST
              MOVE SRDAYS TO WB-OLDEST.
           ADD 1 TO WS-COUNT.

       WRITE-BRANCH-PARA.
           MOVE "BRCH"       TO AGTYPE.
           MOVE WS-CUR-BRNID TO AGBRNID.
           MOVE SPACES       TO AGRQID AGDESID AGRAISED AGSTAT.
           MOVE WB-OUTST     TO AGOUTST.
           MOVE WB-INPROC    TO AGINPROC.
           MOVE WB-OLDEST    TO AGDAYS.
           MOVE WB-030       TO AG030.
           MOVE WB-060       TO AG060.
           MOVE WB-090       TO AG090.
           MOVE WB-OVER      TO AGOVER.
           WRITE REQAGEREC.
           ADD WB-OUTST  TO WT-OUTST.
           ADD WB-INPROC TO WT-INPROC.
           ADD WB-030    TO WT-030.
           ADD WB-060    TO WT-060.
           ADD WB-090    TO WT-090.
           ADD WB-OVER   TO WT-OVER.
           IF WB-OLDEST > WT-OLDEST
              MOVE WB-OLDEST TO WT-OLDEST.

       WRITE-TOTAL-PARA.
           MOVE "TOTL"    TO AGTYPE.
           MOVE SPACES    TO AGBRNID AGRQID AGDESID AGRAISED AGSTAT.
           MOVE WT-OUTST  TO AGOUTST.
           MOVE WT-INPROC TO AGINPROC.
           MOVE WT-OLDEST TO AGDAYS.
           MOVE WT-030    TO AG030.
           MOVE WT-060    TO AG060.
           MOVE WT-090    TO AG090.
           MOVE WT-OVER   TO AGOVER.
           WRITE REQAGEREC.

       END PROGRAM REQAGE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAINMNT.

      *    TRAINING CALENDAR, NOMINATIONS AND COMPLETION - CALLED FROM
      *    MAINHRMS (WRITE OR ADMIN ROLE). DATA/TRNPROG.DAT HOLDS ONE
      *    ROW PER TRAINING PROGRAM RUN: TITLE, THE SKILLFILE CODE IT
      *    TEACHES AND THE PROFICIENCY (B/I/E) IT BRINGS, FROM AND TO
      *    DATES, HOURS, VENUE, COST PER HEAD, AND WHETHER THE COURSE
      *    IS MANDATORY WITH ITS REFRESH INTERVAL IN MONTHS (ZERO =
      *    ONCE IN SERVICE). DATA/TRNNOM.DAT CARRIES ONE ROW PER
      *    PROGRAM + EMPLOYEE NOMINATED (N), THEN ATTENDED (A),
      *    COMPLETED (C) OR NO-SHOW (X) WITH THE HOURS ATTENDED.
      *    POSTING A COMPLETION RAISES THE EMPLOYEE'S EMPSKILLFILE ROW
      *    FOR THE PROGRAM'S SKILL TO THE PROGRAM'S PROFICIENCY (A ROW
      *    ALREADY AT OR ABOVE IT IS LEFT ALONE) OR CREATES IT, WITH
      *    THE COMPLETION YEAR, SO SKILLSRCH SEES THE NEW SKILL. EACH
      *    SKILL CHANGE IS WRITTEN TO DATA/AUDIT.DAT THE WAY EMPWRITE
      *    AUDITS A HAND ENTRY. TRNRPT AND TRNDUE REPORT FROM THESE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRNPROGFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TPCODE
           FILE STATUS IS FSTP.

           SELECT TRNNOMFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNKEY
           FILE STATUS IS FSTN.

           SELECT SKILLFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SKCODE
           FILE STATUS IS FSSK.

           SELECT EMPSKILLFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESKEY
           FILE STATUS IS FSES.

           SELECT EMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EEMPID
           FILE STATUS IS FSE.

           SELECT AUDITFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSA.

       DATA DIVISION.
       FILE SECTION.
       FD TRNPROGFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/TRNPROG.DAT".
       01 TRNPROGREC.
           02 TPCODE       PIC X(6).
           02 TPTITLE      PIC X(25).
           02 TPSKCODE     PIC X(6).
           02 TPLEVEL      PIC X(1).
           02 TPFROMDT     PIC X(10).
           02 TPTODT       PIC X(10).
           02 TPHOURS      PIC 9(3).
           02 TPVENUE      PIC X(20).
           02 TPCOST       PIC 9(6)V99.
           02 TPMAND       PIC X(1).
           02 TPREFRESH    PIC 99.

       FD TRNNOMFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/TRNNOM.DAT".
       01 TRNNOMREC.
           02 TNKEY.
              03 TNPROG    PIC X(6).
              03 TNEMPID   PIC X(6).
           02 TNSTAT       PIC X(1).
           02 TNHOURS      PIC 9(3).
           02 TNCMPDT      PIC X(10).
           02 TNPOSTED     PIC X(1).

       FD SKILLFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/SKILL.DAT".
       01 SKILLREC.
           02 SKCODE   PIC X(6).
           02 SKNAME   PIC X(15).

       FD EMPSKILLFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/EMPSKILL.DAT".
       01 EMPSKILLREC.
           02 ESKEY.
              03 ESEMPID   PIC X(6).
              03 ESSKCODE  PIC X(6).
           02 ESPROF      PIC X(1).
           02 ESYEAR      PIC 9(4).

       FD EMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/EMP.DAT".
       01 EMPREC.
           02 EEMPID    PIC X(6).
           02 EEMPNAME  PIC X(25).
           02 EEMPADDR  PIC X(30).
           02 EPHONE    PIC X(10).
           02 EDOJ      PIC X(10).
           02 EDIP      PIC X(10).
           02 EUG       PIC X(4).
           02 EPG       PIC X(4).
           02 EPROFQ    PIC X(4).
           02 ESKILL    PIC X(10).
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).

       FD AUDITFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/AUDIT.DAT".
       01 AUDITREC            PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSTP  PIC XX.
       77 FSTN  PIC XX.
       77 FSSK  PIC XX.
       77 FSES  PIC XX.
       77 FSE   PIC XX.
       77 FSA   PIC XX.
       77 CHOICE PIC 9.
       77 WS-ENTRY-OK  PIC X.
       77 WS-DATE-OK   PIC X.
       77 WS-OK        PIC X.
       77 WS-OLD-RANK  PIC 9.
       77 WS-NEW-RANK  PIC 9.
       77 WS-RANK-PROF PIC X.
       77 WS-RANK      PIC 9.
       77 WS-CHECKDATE PIC X(10).
       77 WS-CCYYX     PIC X(4).
       77 WS-MMX       PIC X(2).
       77 WS-DDX       PIC X(2).
       77 WS-CCYY      PIC 9(4).
       77 WS-MM        PIC 9(2).
       77 WS-DD        PIC 9(2).
       77 WS-MAXDD     PIC 9(2).
       77 WS-AUD-OP    PIC X(8).
       77 WS-TP-SKCODE PIC X(6).
       77 WS-TP-LEVEL  PIC X(1).
       77 WS-TP-TODT   PIC X(10).
       77 WS-TP-HOURS  PIC 9(3).
       01 WS-NEW-PROG.
           03 WN-CODE    PIC X(6).
           03 WN-TITLE   PIC X(25).
           03 WN-SKCODE  PIC X(6).
           03 WN-LEVEL   PIC X(1).
           03 WN-FROMDT  PIC X(10).
           03 WN-TODT    PIC X(10).
           03 WN-HOURS   PIC 9(3).
           03 WN-VENUE   PIC X(20).
           03 WN-COST    PIC 9(6)V99.
           03 WN-MAND    PIC X(1).
           03 WN-REFRESH PIC 99.
       01 WS-NEW-NOM.
           03 WM-PROG    PIC X(6).
           03 WM-EMPID   PIC X(6).
           03 WM-STAT    PIC X(1).
           03 WM-HOURS   PIC 9(3).
           03 WM-CMPDT   PIC X(10).
       01 AUDIT-STAMP.
           03 AUD-DATE         PIC 9(8).
           03 AUD-TIME         PIC 9(8).

       screen section.
       01 main-para-menu.
           03 line 3 column 10 value
               "*******************************************".
           03 line 5 column 10 value
               "    TRAINING CALENDAR AND NOMINATIONS      ".
           03 line 7 column 10 value
               "*******************************************".
           03 line 11 column 5 value " 1. TRAINING PROGRAM MASTER".
           03 line 12 column 5 value " 2. NOMINATE EMPLOYEE".
           03 line 13 column 5 value
               " 3. ATTENDANCE / COMPLETION POST".
           03 line 14 column 5 value " 4. EXIT".
           03 line 16 column 25 value "ENTER U R CHOICE :".
           03 line 16 column 45 using CHOICE.

       01 prog-para-menu.
           03 line 1 column 1 value " ".
           03 line 1 column 1 value "ENTER PROGRAM CODE :".
           03 line 1 column 40 using WN-CODE.
           03 line 2 column 1 value "ENTER PROGRAM TITLE :".
           03 line 2 column 40 using WN-TITLE.
           03 line 3 column 1 value "ENTER SKILL CODE TAUGHT :".
           03 line 3 column 40 using WN-SKCODE.
           03 line 4 column 1 value
               "ENTER PROFICIENCY GAINED (B/I/E) :".
           03 line 4 column 40 using WN-LEVEL.
           03 line 5 column 1 value "ENTER FROM DATE :".
           03 line 5 column 40 using WN-FROMDT.
           03 line 6 column 1 value "ENTER TO DATE :".
           03 line 6 column 40 using WN-TODT.
           03 line 7 column 1 value "ENTER TRAINING HOURS :".
           03 line 7 column 40 using WN-HOURS.
           03 line 8 column 1 value "ENTER VENUE :".
           03 line 8 column 40 using WN-VENUE.
           03 line 9 column 1 value "ENTER COST PER HEAD :".
           03 line 9 column 40 using WN-COST.
           03 line 10 column 1 value "MANDATORY COURSE (Y/N) :".
           03 line 10 column 40 using WN-MAND.
           03 line 11 column 1 value
               "REFRESH EVERY N MONTHS (0=ONCE) :".
           03 line 11 column 40 using WN-REFRESH.

       01 nom-para-menu.
           03 line 1 column 1 value " ".
           03 line 1 column 1 value "ENTER PROGRAM CODE :".
           03 line 1 column 35 using WM-PROG.
           03 line 2 column 1 value "ENTER EMP CODE :".
           03 line 2 column 35 using WM-EMPID.

       01 attend-para-menu.
           03 line 1 column 1 value " ".
           03 line 1 column 1 value "ENTER PROGRAM CODE :".
           03 line 1 column 40 using WM-PROG.
           03 line 2 column 1 value "ENTER EMP CODE :".
           03 line 2 column 40 using WM-EMPID.
           03 line 3 column 1 value
               "(A)TTENDED, (C)OMPLETED, NO-SHO(W) :".
           03 line 3 column 40 using WM-STAT.
           03 line 4 column 1 value
               "HOURS ATTENDED (0=PROGRAM HOURS) :".
           03 line 4 column 40 using WM-HOURS.
           03 line 5 column 1 value
               "COMPLETION DATE (BLANK=TO DATE) :".
           03 line 5 column 40 using WM-CMPDT.

       01 invalid-code-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 20 value
               "PROGRAM CODE MAY NOT BE BLANK".
           03 line 20 column 10 value
               "PRESS ENTER TO RE-ENTER".

       01 invalid-skill-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 20 value
               "SKILL CODE NOT FOUND ON SKILLFILE".
           03 line 20 column 10 value
               "PRESS ENTER TO RE-ENTER".

       01 invalid-level-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 15 value
               "PROFICIENCY MUST BE B, I OR E AND MANDATORY Y OR N".
           03 line 20 column 10 value
               "PRESS ENTER TO RE-ENTER".

       01 invalid-date-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 20 value
               "INVALID DATE, USE FORMAT CCYY-MM-DD".
           03 line 20 column 10 value
               "PRESS ENTER TO RE-ENTER".

       01 invalid-range-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 20 value
               "TO DATE IS BEFORE THE FROM DATE".
           03 line 20 column 10 value
               "PRESS ENTER TO RE-ENTER".

       01 invalid-empid-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 20 value
               "EMPLOYEE CODE NOT FOUND IN EMPFILE".
           03 line 20 column 10 value
               "PRESS ENTER TO RE-ENTER".

       01 invalid-prog-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 20 value
               "PROGRAM CODE NOT FOUND IN TRAINING MASTER".
           03 line 20 column 10 value
               "PRESS ENTER TO RE-ENTER".

       01 dup-nom-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 15 value
               "EMPLOYEE IS ALREADY NOMINATED FOR THIS PROGRAM".
           03 line 20 column 10 value
               "PRESS ENTER TO RETURN TO MENU".

       01 nom-not-found-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 15 value
               "NO NOMINATION FOR THIS PROGRAM AND EMPLOYEE".
           03 line 20 column 10 value
               "PRESS ENTER TO RETURN TO MENU".

       01 invalid-stat-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 20 value
               "ENTER A, C OR W FOR THE ATTENDANCE".
           03 line 20 column 10 value
               "PRESS ENTER TO RE-ENTER".

       01 already-posted-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 15 value
               "COMPLETION ALREADY POSTED - NOMINATION NOT CHANGED".
           03 line 20 column 10 value
               "PRESS ENTER TO RETURN TO MENU".

       01 prog-saved-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 20 value
               "PROGRAM SAVED IN TRAINING MASTER".
           03 line 20 column 10 value
               "PRESS ENTER TO RETURN TO MENU".

       01 nom-saved-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 20 value "EMPLOYEE NOMINATED".
           03 line 20 column 10 value
               "PRESS ENTER TO RETURN TO MENU".

       01 attend-saved-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 20 value "ATTENDANCE RECORDED".
           03 line 20 column 10 value
               "PRESS ENTER TO RETURN TO MENU".

       01 completed-msg.
           03 line 1 column 1 value " ".
           03 line 12 column 15 value
               "COMPLETION POSTED - EMPLOYEE SKILL UPDATED".
           03 line 20 column 10 value
               "PRESS ENTER TO RETURN TO MENU".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY " " AT 0101 ERASE EOS.
           accept main-para-menu.
           IF CHOICE = 1
              GO TO PROG-PARA
           ELSE
             IF CHOICE = 2
                GO TO NOM-PARA
             ELSE
               IF CHOICE = 3
                  GO TO ATTEND-PARA
               ELSE
                  EXIT PROGRAM.

       PROG-PARA.
           DISPLAY " " AT 0101 ERASE EOS.
           MOVE SPACES TO WS-NEW-PROG.
           MOVE ZERO TO WN-HOURS WN-COST WN-REFRESH.
           MOVE "N" TO WS-ENTRY-OK.
           PERFORM UNTIL WS-ENTRY-OK = "Y"
              accept prog-para-menu
              PERFORM CHECK-PROG-PARA
           END-PERFORM.
           OPEN I-O TRNPROGFILE.
           IF FSTP = 30
              OPEN OUTPUT TRNPROGFILE.
           MOVE WN-CODE    TO TPCODE.
           MOVE WN-TITLE   TO TPTITLE.
           MOVE WN-SKCODE  TO TPSKCODE.
           MOVE WN-LEVEL   TO TPLEVEL.
           MOVE WN-FROMDT  TO TPFROMDT.
           MOVE WN-TODT    TO TPTODT.
           MOVE WN-HOURS   TO TPHOURS.
           MOVE WN-VENUE   TO TPVENUE.
           MOVE WN-COST    TO TPCOST.
           MOVE WN-MAND    TO TPMAND.
           MOVE WN-REFRESH TO TPREFRESH.
           WRITE TRNPROGREC
              INVALID KEY
                 REWRITE TRNPROGREC
           END-WRITE.
           CLOSE TRNPROGFILE.
           DISPLAY " " AT 0101 ERASE EOS.
           accept prog-saved-msg.
           GO TO MAIN-PARA.

       CHECK-PROG-PARA.
           IF WN-LEVEL = "b"
              MOVE "B" TO WN-LEVEL.
           IF WN-LEVEL = "i"
              MOVE "I" TO WN-LEVEL.
           IF WN-LEVEL = "e"
              MOVE "E" TO WN-LEVEL.
           IF WN-MAND = "y"
              MOVE "Y" TO WN-MAND.
           IF WN-MAND = "n" OR WN-MAND = SPACE
              MOVE "N" TO WN-MAND.
           IF WN-CODE = SPACES
              DISPLAY " " AT 0101 ERASE EOS
              accept invalid-code-msg
              DISPLAY " " AT 0101 ERASE EOS
           ELSE
              PERFORM CHECK-SKILL-PARA
              IF WS-OK NOT = "Y"
                 DISPLAY " " AT 0101 ERASE EOS
                 accept invalid-skill-msg
                 DISPLAY " " AT 0101 ERASE EOS
              ELSE
                 IF (WN-LEVEL NOT = "B" AND WN-LEVEL NOT = "I" AND
                     WN-LEVEL NOT = "E") OR
                    (WN-MAND NOT = "Y" AND WN-MAND NOT = "N")
                    DISPLAY " " AT 0101 ERASE EOS
                    accept invalid-level-msg
                    DISPLAY " " AT 0101 ERASE EOS
                 ELSE
                    PERFORM CHECK-PROG-DATES-PARA
                 END-IF
              END-IF
           END-IF.

       CHECK-PROG-DATES-PARA.
           MOVE WN-FROMDT TO WS-CHECKDATE.
           PERFORM VALIDATE-DATE-PARA.
           IF WS-DATE-OK = "Y"
              MOVE WN-TODT TO WS-CHECKDATE
              PERFORM VALIDATE-DATE-PARA
           END-IF.
           IF WS-DATE-OK NOT = "Y"
              DISPLAY " " AT 0101 ERASE EOS
              accept invalid-date-msg
              DISPLAY " " AT 0101 ERASE EOS
           ELSE
              IF WN-TODT < WN-FROMDT
                 DISPLAY " " AT 0101 ERASE EOS
                 accept invalid-range-msg
                 DISPLAY " " AT 0101 ERASE EOS
              ELSE
                 MOVE "Y" TO WS-ENTRY-OK
              END-IF
           END-IF.

       CHECK-SKILL-PARA.
           MOVE "N" TO WS-OK.
           OPEN INPUT SKILLFILE.
           IF FSSK = "35" OR FSSK = "30"
              CLOSE SKILLFILE
           ELSE
              MOVE WN-SKCODE TO SKCODE
              READ SKILLFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE "Y" TO WS-OK
              END-READ
              CLOSE SKILLFILE
           END-IF.

       NOM-PARA.
           DISPLAY " " AT 0101 ERASE EOS.
           MOVE SPACES TO WS-NEW-NOM.
           MOVE "N" TO WS-ENTRY-OK.
           PERFORM UNTIL WS-ENTRY-OK = "Y"
              accept nom-para-menu
              PERFORM CHECK-NOM-KEY-PARA
           END-PERFORM.
           OPEN I-O TRNNOMFILE.
           IF FSTN = "35" OR FSTN = "30"
              OPEN OUTPUT TRNNOMFILE.
           MOVE WM-PROG  TO TNPROG.
           MOVE WM-EMPID TO TNEMPID.
           MOVE "N"      TO TNSTAT.
           MOVE ZERO     TO TNHOURS.
           MOVE SPACES   TO TNCMPDT.
           MOVE "N"      TO TNPOSTED.
           WRITE TRNNOMREC
              INVALID KEY
                 CLOSE TRNNOMFILE
                 DISPLAY " " AT 0101 ERASE EOS
                 accept dup-nom-msg
                 GO TO MAIN-PARA
           END-WRITE.
           CLOSE TRNNOMFILE.
           DISPLAY " " AT 0101 ERASE EOS.
           accept nom-saved-msg.
           GO TO MAIN-PARA.

       CHECK-NOM-KEY-PARA.
           PERFORM READ-PROG-PARA.
           IF WS-OK NOT = "Y"
              DISPLAY " " AT 0101 ERASE EOS
              accept invalid-prog-msg
              DISPLAY " " AT 0101 ERASE EOS
           ELSE
              OPEN INPUT EMPFILE
              MOVE WM-EMPID TO EEMPID
              READ EMPFILE
                 INVALID KEY MOVE "N" TO WS-OK
              END-READ
              CLOSE EMPFILE
              IF WS-OK NOT = "Y"
                 DISPLAY " " AT 0101 ERASE EOS
                 accept invalid-empid-msg
                 DISPLAY " " AT 0101 ERASE EOS
              ELSE
                 MOVE "Y" TO WS-ENTRY-OK
              END-IF
           END-IF.

       READ-PROG-PARA.
           MOVE "N" TO WS-OK.
           OPEN INPUT TRNPROGFILE.
           IF FSTP = "35" OR FSTP = "30"
              CLOSE TRNPROGFILE
           ELSE
              MOVE WM-PROG TO TPCODE
              READ TRNPROGFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE "Y" TO WS-OK
                    MOVE TPSKCODE TO WS-TP-SKCODE
                    MOVE TPLEVEL  TO WS-TP-LEVEL
                    MOVE TPTODT   TO WS-TP-TODT
                    MOVE TPHOURS  TO WS-TP-HOURS
              END-READ
              CLOSE TRNPROGFILE
           END-IF.

       ATTEND-PARA.
           DISPLAY " " AT 0101 ERASE EOS.
           MOVE SPACES TO WS-NEW-NOM.
           MOVE ZERO TO WM-HOURS.
           MOVE "N" TO WS-ENTRY-OK.
           PERFORM UNTIL WS-ENTRY-OK = "Y"
              accept attend-para-menu
              PERFORM CHECK-ATTEND-PARA
           END-PERFORM.
           OPEN I-O TRNNOMFILE.
           IF FSTN = "35" OR FSTN = "30"
              GO TO NOM-NOT-FOUND-PARA.
           MOVE WM-PROG  TO TNPROG.
           MOVE WM-EMPID TO TNEMPID.
           READ TRNNOMFILE
              INVALID KEY GO TO NOM-NOT-FOUND-PARA.
           IF TNPOSTED = "Y"
              CLOSE TRNNOMFILE
              DISPLAY " " AT 0101 ERASE EOS
              accept already-posted-msg
              GO TO MAIN-PARA.
           IF WM-STAT = "W"
              MOVE "X" TO TNSTAT
              MOVE ZERO TO TNHOURS
           ELSE
              MOVE WM-STAT TO TNSTAT
              IF WM-HOURS = ZERO
                 MOVE WS-TP-HOURS TO TNHOURS
              ELSE
                 MOVE WM-HOURS TO TNHOURS
              END-IF
           END-IF.
           IF WM-STAT = "C"
              IF WM-CMPDT = SPACES
                 MOVE WS-TP-TODT TO TNCMPDT
              ELSE
                 MOVE WM-CMPDT TO TNCMPDT
              END-IF
              PERFORM POST-SKILL-PARA
              MOVE "Y" TO TNPOSTED
           END-IF.
           REWRITE TRNNOMREC.
           CLOSE TRNNOMFILE.
           DISPLAY " " AT 0101 ERASE EOS.
           IF WM-STAT = "C"
              accept completed-msg
           ELSE
              accept attend-saved-msg
           END-IF.
           GO TO MAIN-PARA.

       CHECK-ATTEND-PARA.
           IF WM-STAT = "a"
              MOVE "A" TO WM-STAT.
           IF WM-STAT = "c"
              MOVE "C" TO WM-STAT.
           IF WM-STAT = "w"
              MOVE "W" TO WM-STAT.
           PERFORM READ-PROG-PARA.
           IF WS-OK NOT = "Y"
              DISPLAY " " AT 0101 ERASE EOS
              accept invalid-prog-msg
              DISPLAY " " AT 0101 ERASE EOS
           ELSE
              IF WM-STAT NOT = "A" AND WM-STAT NOT = "C" AND
                 WM-STAT NOT = "W"
                 DISPLAY " " AT 0101 ERASE EOS
                 accept invalid-stat-msg
                 DISPLAY " " AT 0101 ERASE EOS
              ELSE
                 MOVE "Y" TO WS-DATE-OK
                 IF WM-CMPDT NOT = SPACES
                    MOVE WM-CMPDT TO WS-CHECKDATE
                    PERFORM VALIDATE-DATE-PARA
                 END-IF
                 IF WS-DATE-OK NOT = "Y"
                    DISPLAY " " AT 0101 ERASE EOS
                    accept invalid-date-msg
                    DISPLAY " " AT 0101 ERASE EOS
                 ELSE
                    MOVE "Y" TO WS-ENTRY-OK
                 END-IF
              END-IF
           END-IF.

       NOM-NOT-FOUND-PARA.
           CLOSE TRNNOMFILE.
           DISPLAY " " AT 0101 ERASE EOS.
           accept nom-not-found-msg.
           GO TO MAIN-PARA.

      *    B BELOW I BELOW E. A ROW ALREADY AT OR ABOVE THE LEVEL THE
      *    PROGRAM GIVES IS NOT TOUCHED.
       POST-SKILL-PARA.
           OPEN I-O EMPSKILLFILE.
           IF FSES = "35" OR FSES = "30"
              OPEN OUTPUT EMPSKILLFILE.
           MOVE TNEMPID  TO ESEMPID.
           MOVE WS-TP-SKCODE TO ESSKCODE.
           MOVE WS-TP-LEVEL TO WS-RANK-PROF.
           PERFORM PROF-RANK-PARA.
           MOVE WS-RANK TO WS-NEW-RANK.
           MOVE SPACES TO WS-AUD-OP.
           READ EMPSKILLFILE
              INVALID KEY
                 MOVE WS-TP-LEVEL TO ESPROF
                 MOVE TNCMPDT (1:4) TO ESYEAR
                 MOVE "WRITE" TO WS-AUD-OP
              NOT INVALID KEY
                 MOVE ESPROF TO WS-RANK-PROF
                 PERFORM PROF-RANK-PARA
                 MOVE WS-RANK TO WS-OLD-RANK
                 IF WS-NEW-RANK > WS-OLD-RANK
                    MOVE WS-TP-LEVEL TO ESPROF
                    MOVE TNCMPDT (1:4) TO ESYEAR
                    MOVE "REWRITE" TO WS-AUD-OP
                 END-IF
           END-READ.
           IF WS-AUD-OP = "WRITE"
              WRITE EMPSKILLREC
                 INVALID KEY CONTINUE
              END-WRITE
           END-IF.
           IF WS-AUD-OP = "REWRITE"
              REWRITE EMPSKILLREC
           END-IF.
           CLOSE EMPSKILLFILE.
           IF WS-AUD-OP NOT = SPACES
              PERFORM WRITE-AUDIT-PARA.

       PROF-RANK-PARA.
           EVALUATE WS-RANK-PROF
              WHEN "B" MOVE 1 TO WS-RANK
              WHEN "I" MOVE 2 TO WS-RANK
              WHEN "E" MOVE 3 TO WS-RANK
              WHEN OTHER MOVE ZERO TO WS-RANK
           END-EVALUATE.

       WRITE-AUDIT-PARA.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT AUD-TIME FROM TIME.
           OPEN EXTEND AUDITFILE.
           IF FSA = "05" OR FSA = "35"
              CLOSE AUDITFILE
              OPEN OUTPUT AUDITFILE.
           MOVE SPACES TO AUDITREC.
           STRING WS-AUD-OP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  "EMPSKILLFILE" DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ESEMPID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUD-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUD-TIME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  "TRAINING " DELIMITED BY SIZE
                  TNPROG DELIMITED BY SIZE
             INTO AUDITREC.
           WRITE AUDITREC.
           CLOSE AUDITFILE.

       VALIDATE-DATE-PARA.
           MOVE "Y" TO WS-DATE-OK.
           IF WS-CHECKDATE (5:1) NOT = "-" OR
              WS-CHECKDATE (8:1) NOT = "-"
              MOVE "N" TO WS-DATE-OK
           ELSE
              MOVE WS-CHECKDATE (1:4) TO WS-CCYYX
              MOVE WS-CHECKDATE (6:2) TO WS-MMX
              MOVE WS-CHECKDATE (9:2) TO WS-DDX
              IF WS-CCYYX IS NOT NUMERIC OR
                 WS-MMX IS NOT NUMERIC OR
                 WS-DDX IS NOT NUMERIC
                 MOVE "N" TO WS-DATE-OK
              ELSE
                 MOVE WS-CCYYX TO WS-CCYY
                 MOVE WS-MMX TO WS-MM
                 MOVE WS-DDX TO WS-DD
                 IF WS-MM < 1 OR WS-MM > 12
                    MOVE "N" TO WS-DATE-OK
                 ELSE
                    PERFORM SET-MAXDD-PARA
                    IF WS-DD < 1 OR WS-DD > WS-MAXDD
                       MOVE "N" TO WS-DATE-OK
                    END-IF
                 END-IF
              END-IF
           END-IF.

       SET-MAXDD-PARA.
           EVALUATE WS-MM
              WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                 MOVE 31 TO WS-MAXDD
              WHEN 4 WHEN 6 WHEN 9 WHEN 11
                 MOVE 30 TO WS-MAXDD
              WHEN 2
                 IF FUNCTION MOD(WS-CCYY, 4) NOT = 0
                    MOVE 28 TO WS-MAXDD
                 ELSE
                    IF FUNCTION MOD(WS-CCYY, 100) = 0 AND
                       FUNCTION MOD(WS-CCYY, 400) NOT = 0
                       MOVE 28 TO WS-MAXDD
                    ELSE
                       MOVE 29 TO WS-MAXDD
                    END-IF
                 END-IF
           END-EVALUATE.

       END PROGRAM TRAINMNT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNRPT.

      *    TRAINING HOURS AND SPEND BY BRANCH - FOR EVERY NOMINATION
      *    ON DATA/TRNNOM.DAT WHOSE PROGRAM STARTS INSIDE THE DATE
      *    RANGE ENTERED, THE EMPLOYEE'S BRANCH (EMPFILE) IS CREDITED
      *    WITH ONE NOMINATION; ATTENDED AND COMPLETED ROWS ALSO ADD
      *    THE HOURS ATTENDED AND THE PROGRAM'S COST PER HEAD, WHILE
      *    NO-SHOWS ARE ONLY COUNTED. ONE BRCH LINE PER BRANCH AND A
      *    TOTL LINE ARE WRITTEN TO DATA/TRNRPT.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRNNOMFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TNKEY
           FILE STATUS IS FSTN.

           SELECT TRNPROGFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TPCODE
           FILE STATUS IS FSTP.

           SELECT EMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EEMPID
           FILE STATUS IS FSE.

           SELECT TRNRPTFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSS.

       DATA DIVISION.
       FILE SECTION.
       FD TRNNOMFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/TRNNOM.DAT".
       01 TRNNOMREC.
           02 TNKEY.
              03 TNPROG    PIC X(6).
              03 TNEMPID   PIC X(6).
           02 TNSTAT       PIC X(1).
           02 TNHOURS      PIC 9(3).
           02 TNCMPDT      PIC X(10).
           02 TNPOSTED     PIC X(1).

       FD TRNPROGFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/TRNPROG.DAT".
       01 TRNPROGREC.
           02 TPCODE       PIC X(6).
           02 TPTITLE      PIC X(25).
           02 TPSKCODE     PIC X(6).
           02 TPLEVEL      PIC X(1).
           02 TPFROMDT     PIC X(10).
           02 TPTODT       PIC X(10).
           02 TPHOURS      PIC 9(3).
           02 TPVENUE      PIC X(20).
           02 TPCOST       PIC 9(6)V99.
           02 TPMAND       PIC X(1).
           02 TPREFRESH    PIC 99.

       FD EMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/EMP.DAT".
       01 EMPREC.
           02 EEMPID    PIC X(6).
           02 EEMPNAME  PIC X(25).
           02 EEMPADDR  PIC X(30).
           02 EPHONE    PIC X(10).
           02 EDOJ      PIC X(10).
           02 EDIP      PIC X(10).
           02 EUG       PIC X(4).
           02 EPG       PIC X(4).
           02 EPROFQ    PIC X(4).
           02 ESKILL    PIC X(10).
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).

       FD TRNRPTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/TRNRPT.DAT".
       01 TRNRPTREC.
           02 TRTYPE    PIC X(4).
           02 FILLER    PIC X(1) VALUE SPACE.
           02 TRBRNID   PIC X(6).
           02 FILLER    PIC X(1) VALUE SPACE.
           02 TRNOMS    PIC ZZZZ9.
           02 FILLER    PIC X(1) VALUE SPACE.
           02 TRATTND   PIC ZZZZ9.
           02 FILLER    PIC X(1) VALUE SPACE.
           02 TRNOSHOW  PIC ZZZZ9.
           02 FILLER    PIC X(1) VALUE SPACE.
           02 TRHOURS   PIC ZZZZZZ9.
           02 FILLER    PIC X(1) VALUE SPACE.
           02 TRSPEND   PIC ZZZZZZZZ9.99.

       WORKING-STORAGE SECTION.
       77 FSTN   PIC XX.
       77 FSTP   PIC XX.
       77 FSE    PIC XX.
       77 FSS    PIC XX.
       77 WS-EOF      PIC X VALUE "N".
       77 WS-FOUND    PIC X.
       77 WS-IN-RANGE PIC X.
       77 WS-FROMDATE PIC X(10).
       77 WS-TODATE   PIC X(10).
       77 WS-BR-MATCH PIC 9(4).
       77 WS-COUNT    PIC 9(6) VALUE ZERO.

       01 BRANCH-TABLE.
           02 BR-ENTRY OCCURS 200 TIMES INDEXED BY BR-IDX.
              03 BR-CODE   PIC X(6).
              03 BR-NOMS   PIC 9(5).
              03 BR-ATTND  PIC 9(5).
              03 BR-NOSHOW PIC 9(5).
              03 BR-HOURS  PIC 9(7).
              03 BR-SPEND  PIC 9(9)V99.
       77 BR-TOP PIC 9(4) VALUE ZERO.

       01 WS-TOTALS.
           02 WT-NOMS   PIC 9(5) VALUE ZERO.
           02 WT-ATTND  PIC 9(5) VALUE ZERO.
           02 WT-NOSHOW PIC 9(5) VALUE ZERO.
           02 WT-HOURS  PIC 9(7) VALUE ZERO.
           02 WT-SPEND  PIC 9(9)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "ENTER FROM DATE (YYYY-MM-DD) :".
           ACCEPT WS-FROMDATE.
           DISPLAY "ENTER TO DATE (YYYY-MM-DD)   :".
           ACCEPT WS-TODATE.
           OPEN INPUT TRNNOMFILE.
           IF FSTN = "35" OR FSTN = "30"
              MOVE "Y" TO WS-EOF.
           OPEN INPUT TRNPROGFILE.
           IF FSTP = "35" OR FSTP = "30"
              MOVE "Y" TO WS-EOF.
           OPEN INPUT EMPFILE.
           PERFORM UNTIL WS-EOF = "Y"
              READ TRNNOMFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END PERFORM PROCESS-NOM-PARA
              END-READ
           END-PERFORM.
           CLOSE TRNNOMFILE.
           CLOSE TRNPROGFILE.
           CLOSE EMPFILE.
           OPEN OUTPUT TRNRPTFILE.
           PERFORM WRITE-BRANCH-PARA
              VARYING BR-IDX FROM 1 BY 1 UNTIL BR-IDX > BR-TOP.
           PERFORM WRITE-TOTAL-PARA.
           CLOSE TRNRPTFILE.
           DISPLAY "TRAINING REPORT COMPLETE - " WS-COUNT
                   " NOMINATIONS IN RANGE".
           STOP RUN.

       PROCESS-NOM-PARA.
           MOVE "N" TO WS-IN-RANGE.
           MOVE TNPROG TO TPCODE.
           READ TRNPROGFILE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF TPFROMDT NOT < WS-FROMDATE AND
                    TPFROMDT NOT > WS-TODATE
                    MOVE "Y" TO WS-IN-RANGE
                 END-IF
           END-READ.
           IF WS-IN-RANGE = "Y"
              MOVE TNEMPID TO EEMPID
              READ EMPFILE
                 INVALID KEY MOVE SPACES TO EBRNID
              END-READ
              PERFORM FIND-OR-ADD-BRANCH-PARA
              ADD 1 TO BR-NOMS(WS-BR-MATCH)
              IF TNSTAT = "A" OR TNSTAT = "C"
                 ADD 1 TO BR-ATTND(WS-BR-MATCH)
                 ADD TNHOURS TO BR-HOURS(WS-BR-MATCH)
                 ADD TPCOST TO BR-SPEND(WS-BR-MATCH)
              END-IF
              IF TNSTAT = "X"
                 ADD 1 TO BR-NOSHOW(WS-BR-MATCH)
              END-IF
              ADD 1 TO WS-COUNT
           END-IF.

       FIND-OR-ADD-BRANCH-PARA.
           MOVE "N" TO WS-FOUND.
           PERFORM VARYING BR-IDX FROM 1 BY 1
              UNTIL BR-IDX > BR-TOP OR WS-FOUND = "Y"
              IF BR-CODE(BR-IDX) = EBRNID
                 MOVE "Y" TO WS-FOUND
                 SET WS-BR-MATCH TO BR-IDX
              END-IF
           END-PERFORM.
           IF WS-FOUND = "N"
              IF BR-TOP >= 200
                 DISPLAY "BRANCH TABLE FULL - RAISE BR-ENTRY"
                         " OCCURS AND RERUN"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO BR-TOP
              SET BR-IDX TO BR-TOP
              SET WS-BR-MATCH TO BR-TOP
              MOVE EBRNID TO BR-CODE(BR-IDX)
              MOVE ZERO TO BR-NOMS(BR-IDX) BR-ATTND(BR-IDX)
                           BR-NOSHOW(BR-IDX) BR-HOURS(BR-IDX)
                           BR-SPEND(BR-IDX)
           END-IF.

       WRITE-BRANCH-PARA.
           MOVE "BRCH"             TO TRTYPE.
           MOVE BR-CODE(BR-IDX)    TO TRBRNID.
           MOVE BR-NOMS(BR-IDX)    TO TRNOMS.
           MOVE BR-ATTND(BR-IDX)   TO TRATTND.
           MOVE BR-NOSHOW(BR-IDX)  TO TRNOSHOW.
           MOVE BR-HOURS(BR-IDX)   TO TRHOURS.
           MOVE BR-SPEND(BR-IDX)   TO TRSPEND.
           WRITE TRNRPTREC.
           ADD BR-NOMS(BR-IDX)   TO WT-NOMS.
           ADD BR-ATTND(BR-IDX)  TO WT-ATTND.
           ADD BR-NOSHOW(BR-IDX) TO WT-NOSHOW.
           ADD BR-HOURS(BR-IDX)  TO WT-HOURS.
           ADD BR-SPEND(BR-IDX)  TO WT-SPEND.

       WRITE-TOTAL-PARA.
           MOVE "TOTL"    TO TRTYPE.
           MOVE SPACES    TO TRBRNID.
           MOVE WT-NOMS   TO TRNOMS.
           MOVE WT-ATTND  TO TRATTND.
           MOVE WT-NOSHOW TO TRNOSHOW.
           MOVE WT-HOURS  TO TRHOURS.
           MOVE WT-SPEND  TO TRSPEND.
           WRITE TRNRPTREC.

       END PROGRAM TRNRPT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNDUE.

      *    MANDATORY TRAINING OVERDUE LIST. EVERY SKILL TAUGHT BY A
      *    PROGRAM FLAGGED MANDATORY ON DATA/TRNPROG.DAT IS REQUIRED
      *    OF EVERY EMPLOYEE STILL IN SERVICE (NOT ON SEPARATEFILE).
      *    THE LATEST COMPLETION OF ANY PROGRAM TEACHING THAT SKILL
      *    (TRNNOM STATUS C) FIXES WHEN IT FALLS DUE AGAIN - THE
      *    SHORTEST REFRESH INTERVAL GIVEN FOR THE SKILL, IN MONTHS;
      *    ZERO MEANS ONE COMPLETION LASTS THE WHOLE SERVICE. SOMEONE
      *    WHO HAS NEVER COMPLETED IT IS DUE WS-GRACE MONTHS AFTER
      *    JOINING. EVERY EMPLOYEE/SKILL PAST ITS DUE DATE IS WRITTEN
      *    TO DATA/TRNDUE.DAT AS NEVER OR LAPSED WITH THE LAST
      *    COMPLETION AND THE DUE DATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRNPROGFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TPCODE
           FILE STATUS IS FSTP.

           SELECT TRNNOMFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TNKEY
           FILE STATUS IS FSTN.

           SELECT EMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EEMPID
           FILE STATUS IS FSE.

           SELECT SEPARATEFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SPEMPID
           FILE STATUS IS FSSP.

           SELECT TRNDUEFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSS.

       DATA DIVISION.
       FILE SECTION.
       FD TRNPROGFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/TRNPROG.DAT".
       01 TRNPROGREC.
           02 TPCODE       PIC X(6).
           02 TPTITLE      PIC X(25).
           02 TPSKCODE     PIC X(6).
           02 TPLEVEL      PIC X(1).
           02 TPFROMDT     PIC X(10).
           02 TPTODT       PIC X(10).
           02 TPHOURS      PIC 9(3).
           02 TPVENUE      PIC X(20).
           02 TPCOST       PIC 9(6)V99.
           02 TPMAND       PIC X(1).
           02 TPREFRESH    PIC 99.

       FD TRNNOMFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/TRNNOM.DAT".
       01 TRNNOMREC.
           02 TNKEY.
              03 TNPROG    PIC X(6).
              03 TNEMPID   PIC X(6).
           02 TNSTAT       PIC X(1).
           02 TNHOURS      PIC 9(3).
           02 TNCMPDT      PIC X(10).
           02 TNPOSTED     PIC X(1).

       FD EMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/EMP.DAT".
       01 EMPREC.
           02 EEMPID    PIC X(6).
           02 EEMPNAME  PIC X(25).
           02 EEMPADDR  PIC X(30).
           02 EPHONE    PIC X(10).
           02 EDOJ      PIC X(10).
           02 EDIP      PIC X(10).
           02 EUG       PIC X(4).
           02 EPG       PIC X(4).
           02 EPROFQ    PIC X(4).
           02 ESKILL    PIC X(10).
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).

       FD SEPARATEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/SEPARATE.DAT".
       01 SEPARATEREC.
           02 SPEMPID   PIC X(6).
           02 SPLWD     PIC X(10).
           02 SPREASON  PIC X(20).

       FD TRNDUEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/TRNDUE.DAT".
       01 TRNDUEREC.
           02 TDEMPID   PIC X(6).
           02 FILLER    PIC X(1) VALUE SPACE.
           02 TDNAME    PIC X(25).
           02 FILLER    PIC X(1) VALUE SPACE.
           02 TDBRNID   PIC X(6).
           02 FILLER    PIC X(1) VALUE SPACE.
           02 TDSKCODE  PIC X(6).
           02 FILLER    PIC X(1) VALUE SPACE.
           02 TDSTAT    PIC X(6).
           02 FILLER    PIC X(1) VALUE SPACE.
           02 TDLASTDT  PIC X(10).
           02 FILLER    PIC X(1) VALUE SPACE.
           02 TDDUEDT   PIC X(10).

       WORKING-STORAGE SECTION.
       77 FSTP   PIC XX.
       77 FSTN   PIC XX.
       77 FSE    PIC XX.
       77 FSSP   PIC XX.
       77 FSS    PIC XX.
       77 WS-EOF       PIC X VALUE "N".
       77 WS-FOUND     PIC X.
       77 WS-SEPARATED PIC X.
       77 WS-GRACE     PIC 99 VALUE 3.
       77 WS-SYSDATE   PIC 9(8).
       77 WS-TODAY     PIC X(10).
       77 WS-BASEDT    PIC X(10).
       77 WS-DUEDT     PIC X(10).
       77 WS-ADD-MM    PIC 99.
       77 WS-YYX       PIC X(4).
       77 WS-MMX       PIC X(2).
       77 WS-DUE-YY    PIC 9(4).
       77 WS-DUE-MM    PIC 9(4).
       77 WS-COUNT     PIC 9(6) VALUE ZERO.

       01 MAND-TABLE.
           02 MS-ENTRY OCCURS 50 TIMES INDEXED BY MS-IDX.
              03 MS-SKCODE  PIC X(6).
              03 MS-REFRESH PIC 99.
       77 MS-TOP PIC 9(4) VALUE ZERO.

       01 DONE-TABLE.
           02 DN-ENTRY OCCURS 3000 TIMES INDEXED BY DN-IDX.
              03 DN-EMPID   PIC X(6).
              03 DN-SKCODE  PIC X(6).
              03 DN-DATE    PIC X(10).
       77 DN-TOP PIC 9(4) VALUE ZERO.
       77 WS-DN-MATCH PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
           STRING WS-SYSDATE (1:4) "-" WS-SYSDATE (5:2) "-"
                  WS-SYSDATE (7:2) DELIMITED BY SIZE INTO WS-TODAY.
           OPEN INPUT TRNPROGFILE.
           IF FSTP = "35" OR FSTP = "30"
              DISPLAY "NO TRAINING PROGRAMS ON FILE"
              STOP RUN.
           PERFORM LOAD-MAND-PARA.
           PERFORM LOAD-DONE-PARA.
           CLOSE TRNPROGFILE.
           OPEN INPUT EMPFILE.
           OPEN INPUT SEPARATEFILE.
           OPEN OUTPUT TRNDUEFILE.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
              READ EMPFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    PERFORM CHECK-SEP-PARA
                    IF WS-SEPARATED NOT = "Y"
                       PERFORM CHECK-EMP-DUE-PARA
                          VARYING MS-IDX FROM 1 BY 1
                          UNTIL MS-IDX > MS-TOP
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE EMPFILE.
           CLOSE SEPARATEFILE.
           CLOSE TRNDUEFILE.
           DISPLAY "MANDATORY TRAINING CHECK COMPLETE - " WS-COUNT
                   " OVERDUE".
           STOP RUN.

       LOAD-MAND-PARA.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
              READ TRNPROGFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF TPMAND = "Y"
                       PERFORM ADD-MAND-PARA
                    END-IF
              END-READ
           END-PERFORM.

       ADD-MAND-PARA.
           MOVE "N" TO WS-FOUND.
           PERFORM VARYING MS-IDX FROM 1 BY 1
              UNTIL MS-IDX > MS-TOP OR WS-FOUND = "Y"
              IF MS-SKCODE(MS-IDX) = TPSKCODE
                 MOVE "Y" TO WS-FOUND
                 IF TPREFRESH NOT = ZERO AND
                    (MS-REFRESH(MS-IDX) = ZERO OR
                     TPREFRESH < MS-REFRESH(MS-IDX))
                    MOVE TPREFRESH TO MS-REFRESH(MS-IDX)
                 END-IF
              END-IF
           END-PERFORM.
      *    A DROPPED MANDATORY SKILL WOULD HIDE REAL OVERDUES - AN
      *    OVERFLOWING TABLE STOPS THE RUN.
           IF WS-FOUND = "N"
              IF MS-TOP >= 50
                 DISPLAY "MANDATORY SKILL TABLE FULL - RAISE MS-ENTRY"
                         " OCCURS AND RERUN"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO MS-TOP
              SET MS-IDX TO MS-TOP
              MOVE TPSKCODE  TO MS-SKCODE(MS-IDX)
              MOVE TPREFRESH TO MS-REFRESH(MS-IDX)
           END-IF.

      *    ONLY COMPLETIONS OF MANDATORY SKILLS ARE KEPT, ONE ENTRY
      *    PER EMPLOYEE AND SKILL WITH THE LATEST COMPLETION DATE.
       LOAD-DONE-PARA.
           OPEN INPUT TRNNOMFILE.
           IF FSTN = "35" OR FSTN = "30"
              MOVE "Y" TO WS-EOF
           ELSE
              MOVE "N" TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
              READ TRNNOMFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF TNSTAT = "C"
                       PERFORM ADD-DONE-PARA
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE TRNNOMFILE.

       ADD-DONE-PARA.
           MOVE TNPROG TO TPCODE.
           MOVE "N" TO WS-FOUND.
           READ TRNPROGFILE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 PERFORM VARYING MS-IDX FROM 1 BY 1
                    UNTIL MS-IDX > MS-TOP OR WS-FOUND = "Y"
                    IF MS-SKCODE(MS-IDX) = TPSKCODE
                       MOVE "Y" TO WS-FOUND
                    END-IF
                 END-PERFORM
           END-READ.
           IF WS-FOUND = "Y"
              MOVE TNEMPID TO EEMPID
              PERFORM FIND-DONE-PARA
              IF WS-FOUND = "Y"
                 IF TNCMPDT > DN-DATE(WS-DN-MATCH)
                    MOVE TNCMPDT TO DN-DATE(WS-DN-MATCH)
                 END-IF
              ELSE
      *          A DROPPED COMPLETION WOULD SHOW AS A FALSE OVERDUE -
      *          AN OVERFLOWING TABLE STOPS THE RUN.
                 IF DN-TOP >= 3000
                    DISPLAY "COMPLETION TABLE FULL - RAISE DN-ENTRY"
                            " OCCURS AND RERUN"
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO DN-TOP
                 SET DN-IDX TO DN-TOP
                 MOVE TNEMPID  TO DN-EMPID(DN-IDX)
                 MOVE TPSKCODE TO DN-SKCODE(DN-IDX)
                 MOVE TNCMPDT  TO DN-DATE(DN-IDX)
              END-IF
           END-IF.

      *    LOOKS UP EEMPID + TPSKCODE.
       FIND-DONE-PARA.
           MOVE "N" TO WS-FOUND.
           PERFORM VARYING DN-IDX FROM 1 BY 1
              UNTIL DN-IDX > DN-TOP OR WS-FOUND = "Y"
              IF DN-EMPID(DN-IDX) = EEMPID AND
                 DN-SKCODE(DN-IDX) = TPSKCODE
                 MOVE "Y" TO WS-FOUND
                 SET WS-DN-MATCH TO DN-IDX
              END-IF
           END-PERFORM.

       CHECK-SEP-PARA.
           MOVE "N" TO WS-SEPARATED.
           IF FSSP = "35" OR FSSP = "30"
              CONTINUE
           ELSE
              MOVE EEMPID TO SPEMPID
              READ SEPARATEFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE "Y" TO WS-SEPARATED
              END-READ
           END-IF.

       CHECK-EMP-DUE-PARA.
           MOVE MS-SKCODE(MS-IDX) TO TPSKCODE.
           PERFORM FIND-DONE-PARA.
           IF WS-FOUND = "Y"
              MOVE DN-DATE(WS-DN-MATCH) TO WS-BASEDT
              MOVE MS-REFRESH(MS-IDX) TO WS-ADD-MM
              IF WS-ADD-MM = ZERO
                 MOVE HIGH-VALUES TO WS-DUEDT
              ELSE
                 PERFORM ADD-MONTHS-PARA
              END-IF
              MOVE "LAPSED" TO TDSTAT
              MOVE WS-BASEDT TO TDLASTDT
           ELSE
              MOVE EDOJ TO WS-BASEDT
              MOVE WS-GRACE TO WS-ADD-MM
              PERFORM ADD-MONTHS-PARA
              MOVE "NEVER" TO TDSTAT
              MOVE SPACES TO TDLASTDT
           END-IF.
           IF WS-DUEDT < WS-TODAY
              MOVE EEMPID   TO TDEMPID
              MOVE EEMPNAME TO TDNAME
              MOVE EBRNID   TO TDBRNID
              MOVE TPSKCODE TO TDSKCODE
              MOVE WS-DUEDT TO TDDUEDT
              WRITE TRNDUEREC
              ADD 1 TO WS-COUNT
           END-IF.

      *    WS-BASEDT (CCYY-MM-DD) PLUS WS-ADD-MM MONTHS, SAME DAY,
      *    INTO WS-DUEDT. AN UNREADABLE DATE IS TREATED AS DUE.
       ADD-MONTHS-PARA.
           MOVE WS-BASEDT (1:4) TO WS-YYX.
           MOVE WS-BASEDT (6:2) TO WS-MMX.
           IF WS-YYX IS NOT NUMERIC OR WS-MMX IS NOT NUMERIC
              MOVE LOW-VALUES TO WS-DUEDT
           ELSE
              MOVE WS-YYX TO WS-DUE-YY
              MOVE WS-MMX TO WS-DUE-MM
              ADD WS-ADD-MM TO WS-DUE-MM
              PERFORM UNTIL WS-DUE-MM NOT > 12
                 SUBTRACT 12 FROM WS-DUE-MM
                 ADD 1 TO WS-DUE-YY
              END-PERFORM
              MOVE WS-BASEDT TO WS-DUEDT
              MOVE WS-DUE-YY TO WS-DUEDT (1:4)
              MOVE WS-DUE-MM (3:2) TO WS-DUEDT (6:2)
           END-IF.

       END PROGRAM TRNDUE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYBAND.

      *    GRADE PAY-BAND MAINTENANCE - ADDS OR REPLACES A ROW ON
      *    DATA/PAYBAND.DAT FOR A GRADE (GGRADE) AND THE DATE IT TAKES
      *    EFFECT FROM: MINIMUM AND MAXIMUM BASIC (ZERO MAXIMUM = NO
      *    CEILING), THE STANDARD HRA AS A PERCENT OF BASIC AND THE
      *    STANDARD OTHER ALLOWANCES (DPA TO LTA) AS A PERCENT OF
      *    BASIC. THE ROW IN FORCE ON A DATE IS THE ONE WITH THE
      *    LATEST EFFECTIVE DATE NOT AFTER IT, SO A NEW SCALE IS KEYED
      *    AHEAD. EMPMAINT AND EMPWRITE HOLD AN OUT-OF-BAND REVISION
      *    FOR AN ADMIN OVERRIDE, HCINCR CAPS AT THE MAXIMUM AND
      *    BANDRPT LISTS WHO IS OUTSIDE THE BAND, SO CHANGES TAKE AN
      *    ADMIN LOGIN AND EACH ONE IS WRITTEN TO DATA/AUDIT.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYBANDFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PBKEY
           FILE STATUS IS FSPB.

           SELECT GRADEFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GGRADE
           FILE STATUS IS FSG.

           SELECT USERFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USERID
           FILE STATUS IS FSU.

           SELECT AUDITFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSA.

       DATA DIVISION.
       FILE SECTION.
       FD PAYBANDFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/PAYBAND.DAT".
       01 PAYBANDREC.
           02 PBKEY.
              03 PBGRADE   PIC 99.
              03 PBEFFDT   PIC X(10).
           02 PBMINBAS     PIC 9(6)V99.
           02 PBMAXBAS     PIC 9(6)V99.
           02 PBHRAPCT     PIC 99V99.
           02 PBALWPCT     PIC 999V99.

       FD GRADEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/GRADE.DAT".
       01 GRADEREC.
           02 GGRADE   PIC 99.
           02 GDESIGN  PIC X(25).

       FD USERFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/USER.DAT".
       01 USERREC.
           03 USERID           PIC X(8).
           03 USER-PWD-HASH    PIC 9(10).
           03 USER-ROLE        PIC X(8).
           03 USER-EMPID       PIC X(6).

       FD AUDITFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/AUDIT.DAT".
       01 AUDITREC            PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSPB  PIC XX.
       77 FSG   PIC XX.
       77 FSU   PIC XX.
       77 FSA   PIC XX.
       77 WS-MODE      PIC X.
       77 WS-EOF       PIC X.
       77 WS-LOGIN-ID  PIC X(8).
       77 WS-LOGIN-PWD PIC X(20).
       77 WS-LOGIN-OK  PIC X.
       77 WS-AUD-OP    PIC X(6).
       77 WS-AUD-FILE  PIC X(18).
       77 WS-AUD-KEY   PIC X(20).
       77 WS-DATE-OK   PIC X.
       77 WS-CHECKDATE PIC X(10).
       77 WS-CCYYX     PIC X(4).
       77 WS-MMX       PIC X(2).
       77 WS-DDX       PIC X(2).
       77 WS-CCYY      PIC 9(4).
       77 WS-MM        PIC 9(2).
       77 WS-DD        PIC 9(2).
       77 WS-MAXDD     PIC 9(2).
       01 WS-HASH-WORK.
           03 WS-HASH-I    PIC 9(4).
           03 WS-HASH-ACC  PIC 9(10).
           03 WS-HASH-CH   PIC 9(3).
       01 AUDIT-STAMP.
           03 AUD-DATE         PIC 9(8).
           03 AUD-TIME         PIC 9(8).
       01 WS-LIST-LINE.
           02 WL-GRADE   PIC Z9.
           02 FILLER     PIC X(1) VALUE SPACE.
           02 WL-EFFDT   PIC X(10).
           02 FILLER     PIC X(1) VALUE SPACE.
           02 WL-MINBAS  PIC Z(5)9.99.
           02 FILLER     PIC X(1) VALUE SPACE.
           02 WL-MAXBAS  PIC Z(5)9.99.
           02 FILLER     PIC X(1) VALUE SPACE.
           02 WL-HRAPCT  PIC Z9.99.
           02 FILLER     PIC X(1) VALUE SPACE.
           02 WL-ALWPCT  PIC ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "(B)AND FOR A GRADE OR (L)IST ?     :".
           ACCEPT WS-MODE.
           IF WS-MODE = "b"
              MOVE "B" TO WS-MODE.
           IF WS-MODE = "l"
              MOVE "L" TO WS-MODE.
           IF WS-MODE = "L"
              PERFORM LIST-PARA
              STOP RUN.
           IF WS-MODE NOT = "B"
              DISPLAY "INVALID CHOICE - ENTER B OR L"
              STOP RUN.
      *    THE BAND DECIDES WHAT A REVISION MAY PAY, SO ONLY AN ADMIN
      *    CHANGES IT.
           PERFORM VERIFY-ADMIN-PARA.
           IF WS-LOGIN-OK NOT = "Y"
              DISPLAY "CHANGE REFUSED - ADMIN LOGIN REQUIRED"
              MOVE 8 TO RETURN-CODE
              STOP RUN.
           DISPLAY "GRADE NUMBER (GGRADE)              :".
           ACCEPT PBGRADE.
           OPEN INPUT GRADEFILE.
           MOVE PBGRADE TO GGRADE.
           READ GRADEFILE
              INVALID KEY
                 DISPLAY "GRADE " PBGRADE " NOT FOUND ON GRADEFILE"
                 CLOSE GRADEFILE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-READ.
           CLOSE GRADEFILE.
           MOVE "N" TO WS-DATE-OK.
           PERFORM UNTIL WS-DATE-OK = "Y"
              DISPLAY "EFFECTIVE FROM (CCYY-MM-DD)        :"
              ACCEPT PBEFFDT
              MOVE PBEFFDT TO WS-CHECKDATE
              PERFORM VALIDATE-DATE-PARA
              IF WS-DATE-OK NOT = "Y"
                 DISPLAY "INVALID DATE, USE FORMAT CCYY-MM-DD"
              END-IF
           END-PERFORM.
           DISPLAY "MINIMUM BASIC (NNNNNNNN, LAST TWO".
           DISPLAY "  DIGITS PAISE)                    :".
           ACCEPT PBMINBAS.
           DISPLAY "MAXIMUM BASIC (NNNNNNNN, LAST TWO".
           DISPLAY "  DIGITS PAISE, ZERO = NO CEILING) :".
           ACCEPT PBMAXBAS.
           IF PBMAXBAS NOT = ZERO AND PBMAXBAS < PBMINBAS
              DISPLAY "MAXIMUM IS BELOW MINIMUM - NOT SAVED"
              MOVE 8 TO RETURN-CODE
              STOP RUN.
           DISPLAY "STANDARD HRA % OF BASIC (NNNN)     :".
           ACCEPT PBHRAPCT.
           DISPLAY "STANDARD OTHER ALLOWANCES % OF".
           DISPLAY "  BASIC (NNNNN = NNN.NN)           :".
           ACCEPT PBALWPCT.
           OPEN I-O PAYBANDFILE.
           IF FSPB = "35" OR FSPB = "30"
              OPEN OUTPUT PAYBANDFILE.
           MOVE "ADD" TO WS-AUD-OP.
           WRITE PAYBANDREC
              INVALID KEY
                 MOVE "CHANGE" TO WS-AUD-OP
                 REWRITE PAYBANDREC
           END-WRITE.
           CLOSE PAYBANDFILE.
           MOVE "PAYBANDFILE" TO WS-AUD-FILE.
           MOVE PBKEY TO WS-AUD-KEY.
           PERFORM WRITE-AUDIT-PARA.
           DISPLAY "BAND SAVED - GRADE " PBGRADE " EFFECTIVE " PBEFFDT.
           STOP RUN.

       LIST-PARA.
           OPEN INPUT PAYBANDFILE.
           IF FSPB = "35" OR FSPB = "30"
              DISPLAY "NO PAY BAND FILE YET"
              CLOSE PAYBANDFILE
           ELSE
              DISPLAY "GR EFFECTIVE   MIN BASIC  MAX BASIC  HRA %"
                      "  ALW %"
              MOVE "N" TO WS-EOF
              PERFORM UNTIL WS-EOF = "Y"
                 READ PAYBANDFILE NEXT RECORD
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       MOVE PBGRADE  TO WL-GRADE
                       MOVE PBEFFDT  TO WL-EFFDT
                       MOVE PBMINBAS TO WL-MINBAS
                       MOVE PBMAXBAS TO WL-MAXBAS
                       MOVE PBHRAPCT TO WL-HRAPCT
                       MOVE PBALWPCT TO WL-ALWPCT
                       DISPLAY WS-LIST-LINE
                 END-READ
              END-PERFORM
              CLOSE PAYBANDFILE
           END-IF.

       VERIFY-ADMIN-PARA.
           MOVE "N" TO WS-LOGIN-OK.
           DISPLAY "ENTER ADMIN USER ID                :".
           ACCEPT WS-LOGIN-ID.
           DISPLAY "ENTER PASSWORD                     :".
           ACCEPT WS-LOGIN-PWD.
           PERFORM HASH-PASSWORD-PARA.
           OPEN INPUT USERFILE.
           IF FSU = "35" OR FSU = "30"
              CLOSE USERFILE
           ELSE
              MOVE WS-LOGIN-ID TO USERID
              READ USERFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF USER-PWD-HASH = WS-HASH-ACC AND
                       USER-ROLE = "ADMIN"
                       MOVE "Y" TO WS-LOGIN-OK
                    END-IF
              END-READ
              CLOSE USERFILE
           END-IF.

       HASH-PASSWORD-PARA.
           MOVE ZERO TO WS-HASH-ACC.
           PERFORM VARYING WS-HASH-I FROM 1 BY 1
                 UNTIL WS-HASH-I > 20
              MOVE FUNCTION ORD(WS-LOGIN-PWD(WS-HASH-I:1))
                 TO WS-HASH-CH
              COMPUTE WS-HASH-ACC =
                 FUNCTION MOD((WS-HASH-ACC * 31) + WS-HASH-CH,
                 9999999999)
           END-PERFORM.

       WRITE-AUDIT-PARA.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT AUD-TIME FROM TIME.
           OPEN EXTEND AUDITFILE.
           IF FSA = "05" OR FSA = "35"
              CLOSE AUDITFILE
              OPEN OUTPUT AUDITFILE.
           MOVE SPACES TO AUDITREC.
           STRING WS-AUD-OP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AUD-FILE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AUD-KEY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUD-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUD-TIME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LOGIN-ID DELIMITED BY SIZE
             INTO AUDITREC.
           WRITE AUDITREC.
           CLOSE AUDITFILE.

       VALIDATE-DATE-PARA.
           MOVE "Y" TO WS-DATE-OK.
           IF WS-CHECKDATE (5:1) NOT = "-" OR
              WS-CHECKDATE (8:1) NOT = "-"
              MOVE "N" TO WS-DATE-OK
           ELSE
              MOVE WS-CHECKDATE (1:4) TO WS-CCYYX
              MOVE WS-CHECKDATE (6:2) TO WS-MMX
              MOVE WS-CHECKDATE (9:2) TO WS-DDX
              IF WS-CCYYX IS NOT NUMERIC OR
                 WS-MMX IS NOT NUMERIC OR
                 WS-DDX IS NOT NUMERIC
                 MOVE "N" TO WS-DATE-OK
              ELSE
                 MOVE WS-CCYYX TO WS-CCYY
                 MOVE WS-MMX TO WS-MM
                 MOVE WS-DDX TO WS-DD
                 IF WS-MM < 1 OR WS-MM > 12
                    MOVE "N" TO WS-DATE-OK
                 ELSE
                    PERFORM SET-MAXDD-PARA
                    IF WS-DD < 1 OR WS-DD > WS-MAXDD
                       MOVE "N" TO WS-DATE-OK
                    END-IF
                 END-IF
              END-IF
           END-IF.

       SET-MAXDD-PARA.
           EVALUATE WS-MM
              WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                 MOVE 31 TO WS-MAXDD
              WHEN 4 WHEN 6 WHEN 9 WHEN 11
                 MOVE 30 TO WS-MAXDD
              WHEN 2
                 IF FUNCTION MOD(WS-CCYY, 4) NOT = 0
                    MOVE 28 TO WS-MAXDD
                 ELSE
                    IF FUNCTION MOD(WS-CCYY, 100) = 0 AND
                       FUNCTION MOD(WS-CCYY, 400) NOT = 0
                       MOVE 28 TO WS-MAXDD
                    ELSE
                       MOVE 29 TO WS-MAXDD
                    END-IF
                 END-IF
           END-EVALUATE.

       END PROGRAM PAYBAND.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANDRPT.

      *    OUT-OF-BAND PAY REPORT - EVERY EMPLOYEE STILL IN SERVICE
      *    (NOT ON SEPARATEFILE) WHOSE CURRENT BASIC ON PAYMENTFILE IS
      *    BELOW THE MINIMUM OR ABOVE THE MAXIMUM OF THE PAY BAND IN
      *    FORCE TODAY FOR THEIR GRADE (EGRDNO) ON DATA/PAYBAND.DAT.
      *    EACH LINE CARRIES THE BAND LIMITS AND HOW FAR OUTSIDE IT
      *    THE BASIC IS; GRADES WITH NO BAND YET ARE COUNTED ON THE
      *    TOTAL LINE OF DATA/BANDRPT.DAT BUT NOT LISTED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EEMPID
           FILE STATUS IS FSE.

           SELECT PAYMENTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PEMPID
           FILE STATUS IS FSP.

           SELECT PAYBANDFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PBKEY
           FILE STATUS IS FSPB.

           SELECT SEPARATEFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SPEMPID
           FILE STATUS IS FSSP.

           SELECT BANDRPTFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/EMP.DAT".
       01 EMPREC.
           02 EEMPID    PIC X(6).
           02 EEMPNAME  PIC X(25).
           02 EEMPADDR  PIC X(30).
           02 EPHONE    PIC X(10).
           02 EDOJ      PIC X(10).
           02 EDIP      PIC X(10).
           02 EUG       PIC X(4).
           02 EPG       PIC X(4).
           02 EPROFQ    PIC X(4).
           02 ESKILL    PIC X(10).
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).

       FD PAYMENTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/PAYMENT.DAT".
       01 PAYMENTREC.
           02 PEMPID   PIC X(6).
           02 PBASIC   PIC 9(6)V99.
           02 PDA      PIC 9(6)V99.
           02 PCCA     PIC 9(6)V99.
           02 PHRA     PIC 9(6)V99.
           02 PDPA     PIC 9(6)V99.
           02 PPPA     PIC 9(6)V99.
           02 PEDUA    PIC 9(6)V99.
           02 PTECHJR  PIC 9(6)V99.
           02 PLUNCHA  PIC 9(6)V99.
           02 PCONVEY  PIC 9(6)V99.
           02 PBUSATR  PIC 9(6)V99.
           02 PLTA     PIC 9(6)V99.
           02 PPF      PIC 9(6)V99.
           02 PESI     PIC 9(6)V99.
           02 PGRTY    PIC 9(6)V99.
           02 PPTAX    PIC 9(6)V99.
           02 PITAX    PIC 9(6)V99.
           02 PLOAN    PIC 9(8)V99.
           02 PLOANDA  PIC 9(8)V99.
           02 POTHERD  PIC 9(6)V99.
           02 PPERINC  PIC 9(6)V99.
           02 PMEDI    PIC 9(6)V99.
           02 PBOOK    PIC 9(6)V99.
           02 PENTER   PIC 9(6)V99.
           02 PTPH     PIC 9(6)V99.
           02 PHOUSE   PIC 9(6)V99.
           02 PVEHMAN  PIC 9(6)V99.
           02 PCREDIT  PIC 9(6)V99.
           02 PCLUB    PIC 9(6)V99.
           02 PCL      PIC 99.
           02 PSL      PIC 99.
           02 PPL      PIC 99.
           02 PLLOP    PIC 999.
           02 POTHERL  PIC 999.

       FD PAYBANDFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/PAYBAND.DAT".
       01 PAYBANDREC.
           02 PBKEY.
              03 PBGRADE   PIC 99.
              03 PBEFFDT   PIC X(10).
           02 PBMINBAS     PIC 9(6)V99.
           02 PBMAXBAS     PIC 9(6)V99.
           02 PBHRAPCT     PIC 99V99.
           02 PBALWPCT     PIC 999V99.

       FD SEPARATEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/SEPARATE.DAT".
       01 SEPARATEREC.
           02 SPEMPID   PIC X(6).
           02 SPLWD     PIC X(10).
           02 SPREASON  PIC X(20).

       FD BANDRPTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/BANDRPT.DAT".
       01 BANDRPTREC.
           02 BRTYPE    PIC X(4).
           02 FILLER    PIC X(1) VALUE SPACE.
           02 BREMPID   PIC X(6).
           02 FILLER    PIC X(1) VALUE SPACE.
           02 BRNAME    PIC X(25).
           02 FILLER    PIC X(1) VALUE SPACE.
           02 BRGRADE   PIC Z9.
           02 FILLER    PIC X(1) VALUE SPACE.
           02 BRBASIC   PIC Z(6)9.99.
           02 FILLER    PIC X(1) VALUE SPACE.
           02 BRMIN     PIC Z(6)9.99.
           02 FILLER    PIC X(1) VALUE SPACE.
           02 BRMAX     PIC Z(6)9.99.
           02 FILLER    PIC X(1) VALUE SPACE.
           02 BRSTAT    PIC X(5).
           02 FILLER    PIC X(1) VALUE SPACE.
           02 BRGAP     PIC Z(6)9.99.
       01 BANDTOTREC.
           02 BTTYPE    PIC X(4).
           02 FILLER    PIC X(1).
           02 BTCHECKED PIC ZZZZZ9.
           02 FILLER    PIC X(1).
           02 BTBELOW   PIC ZZZZZ9.
           02 FILLER    PIC X(1).
           02 BTABOVE   PIC ZZZZZ9.
           02 FILLER    PIC X(1).
           02 BTNOBAND  PIC ZZZZZ9.

       WORKING-STORAGE SECTION.
       77 FSE   PIC XX.
       77 FSP   PIC XX.
       77 FSPB  PIC XX.
       77 FSSP  PIC XX.
       77 FSS   PIC XX.
       77 WS-EOF        PIC X VALUE "N".
       77 WS-SEPARATED  PIC X.
       77 WS-SYSDATE    PIC 9(8).
       77 WS-TODAY      PIC X(10).
       77 WS-BAND-GRADE PIC 99.
       77 WS-BAND-DATE  PIC X(10).
       77 WS-BAND-FOUND PIC X.
       77 WS-BAND-EOF   PIC X.
       77 WS-BAND-MIN   PIC 9(6)V99.
       77 WS-BAND-MAX   PIC 9(6)V99.
       77 WS-GAP        PIC 9(6)V99.
       77 WS-CHECKED    PIC 9(6) VALUE ZERO.
       77 WS-BELOW      PIC 9(6) VALUE ZERO.
       77 WS-ABOVE      PIC 9(6) VALUE ZERO.
       77 WS-NOBAND     PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
           STRING WS-SYSDATE (1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-SYSDATE (5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-SYSDATE (7:2) DELIMITED BY SIZE
             INTO WS-TODAY.
           OPEN INPUT EMPFILE.
           OPEN INPUT PAYMENTFILE.
           OPEN INPUT PAYBANDFILE.
           OPEN INPUT SEPARATEFILE.
           OPEN OUTPUT BANDRPTFILE.
           PERFORM UNTIL WS-EOF = "Y"
              READ EMPFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END PERFORM CHECK-EMP-PARA
              END-READ
           END-PERFORM.
           PERFORM WRITE-TOTAL-PARA.
           CLOSE EMPFILE.
           CLOSE PAYMENTFILE.
           CLOSE PAYBANDFILE.
           CLOSE SEPARATEFILE.
           CLOSE BANDRPTFILE.
           DISPLAY "PAY BAND CHECK COMPLETE - " WS-BELOW " BELOW, "
                   WS-ABOVE " ABOVE, " WS-NOBAND " WITH NO BAND".
           STOP RUN.

       CHECK-EMP-PARA.
           PERFORM CHECK-SEP-PARA.
           IF WS-SEPARATED = "Y"
              CONTINUE
           ELSE
              MOVE EEMPID TO PEMPID
              READ PAYMENTFILE
                 INVALID KEY MOVE ZERO TO PBASIC
              END-READ
              MOVE EGRDNO TO WS-BAND-GRADE
              MOVE WS-TODAY TO WS-BAND-DATE
              PERFORM FIND-BAND-PARA
              ADD 1 TO WS-CHECKED
              IF WS-BAND-FOUND NOT = "Y"
                 ADD 1 TO WS-NOBAND
              ELSE
                 IF PBASIC < WS-BAND-MIN
                    MOVE "BELOW" TO BRSTAT
                    COMPUTE WS-GAP = WS-BAND-MIN - PBASIC
                    PERFORM WRITE-EMP-LINE-PARA
                    ADD 1 TO WS-BELOW
                 END-IF
                 IF WS-BAND-MAX NOT = ZERO AND PBASIC > WS-BAND-MAX
                    MOVE "ABOVE" TO BRSTAT
                    COMPUTE WS-GAP = PBASIC - WS-BAND-MAX
                    PERFORM WRITE-EMP-LINE-PARA
                    ADD 1 TO WS-ABOVE
                 END-IF
              END-IF
           END-IF.

       CHECK-SEP-PARA.
           MOVE "N" TO WS-SEPARATED.
           IF FSSP = "35" OR FSSP = "30"
              CONTINUE
           ELSE
              MOVE EEMPID TO SPEMPID
              READ SEPARATEFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE "Y" TO WS-SEPARATED
              END-READ
           END-IF.

      *    THE BAND IN FORCE IS THE LAST ROW FOR THE GRADE WHOSE
      *    EFFECTIVE DATE IS NOT AFTER WS-BAND-DATE.
       FIND-BAND-PARA.
           MOVE "N" TO WS-BAND-FOUND.
           MOVE "N" TO WS-BAND-EOF.
           IF FSPB = "35" OR FSPB = "30"
              MOVE "Y" TO WS-BAND-EOF
           ELSE
              MOVE WS-BAND-GRADE TO PBGRADE
              MOVE LOW-VALUES TO PBEFFDT
              START PAYBANDFILE KEY IS NOT LESS THAN PBKEY
                 INVALID KEY MOVE "Y" TO WS-BAND-EOF
              END-START
           END-IF.
           PERFORM UNTIL WS-BAND-EOF = "Y"
              READ PAYBANDFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-BAND-EOF
                 NOT AT END
                    IF PBGRADE NOT = WS-BAND-GRADE OR
                       PBEFFDT > WS-BAND-DATE
                       MOVE "Y" TO WS-BAND-EOF
                    ELSE
                       MOVE "Y"      TO WS-BAND-FOUND
                       MOVE PBMINBAS TO WS-BAND-MIN
                       MOVE PBMAXBAS TO WS-BAND-MAX
                    END-IF
              END-READ
           END-PERFORM.

       WRITE-EMP-LINE-PARA.
           MOVE "EMP"       TO BRTYPE.
           MOVE EEMPID      TO BREMPID.
           MOVE EEMPNAME    TO BRNAME.
           MOVE EGRDNO      TO BRGRADE.
           MOVE PBASIC      TO BRBASIC.
           MOVE WS-BAND-MIN TO BRMIN.
           MOVE WS-BAND-MAX TO BRMAX.
           MOVE WS-GAP      TO BRGAP.
           WRITE BANDRPTREC.

       WRITE-TOTAL-PARA.
           MOVE SPACES     TO BANDTOTREC.
           MOVE "TOTL"     TO BTTYPE.
           MOVE WS-CHECKED TO BTCHECKED.
           MOVE WS-BELOW   TO BTBELOW.
           MOVE WS-ABOVE   TO BTABOVE.
           MOVE WS-NOBAND  TO BTNOBAND.
           WRITE BANDTOTREC.

       END PROGRAM BANDRPT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COSTMAINT.

      *    EMPLOYEE COST-ALLOCATION MAINTENANCE - FOR STAFF WHO WORK
      *    FOR MORE THAN ONE DEPARTMENT OR BRANCH, DATA/COSTALLOC.DAT
      *    HOLDS ONE LINE PER EMPLOYEE, FROM PERIOD AND SEQUENCE WITH
      *    THE BRANCH, DEPARTMENT AND PERCENT OF COST THEY CARRY AND
      *    THE LAST PERIOD THE LINE APPLIES TO (ZERO = OPEN). THE LINES
      *    IN FORCE FOR A PERIOD MUST TOTAL 100%; AFTER EACH CHANGE THE
      *    TOTAL FOR THE FROM PERIOD IS SHOWN SO A SPLIT BEING KEYED
      *    LINE BY LINE CAN BE SEEN TO BALANCE. GLPOST AND HCROLL
      *    CHARGE COST BY THESE LINES, SO CHANGES TAKE AN ADMIN LOGIN
      *    AND EACH ONE IS WRITTEN TO DATA/AUDIT.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COSTALLOCFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAKEY
           FILE STATUS IS FSCA.

           SELECT EMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EEMPID
           FILE STATUS IS FSE.

           SELECT BRANCHFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BBRID
           FILE STATUS IS FSB.

           SELECT DEPARTMENTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEPCODE
           FILE STATUS IS FSDEP.

           SELECT USERFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USERID
           FILE STATUS IS FSU.

           SELECT AUDITFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSA.

       DATA DIVISION.
       FILE SECTION.
       FD COSTALLOCFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/COSTALLOC.DAT".
       01 COSTALLOCREC.
           02 CAKEY.
              03 CAEMPID   PIC X(6).
              03 CAFROM    PIC 9(6).
              03 CASEQ     PIC 99.
           02 CATO         PIC 9(6).
           02 CABRNID      PIC X(6).
           02 CADEPID      PIC X(6).
           02 CAPCT        PIC 999V99.

       FD EMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/EMP.DAT".
       01 EMPREC.
           02 EEMPID    PIC X(6).
           02 EEMPNAME  PIC X(25).
           02 EEMPADDR  PIC X(30).
           02 EPHONE    PIC X(10).
           02 EDOJ      PIC X(10).
           02 EDIP      PIC X(10).
           02 EUG       PIC X(4).
           02 EPG       PIC X(4).
           02 EPROFQ    PIC X(4).
           02 ESKILL    PIC X(10).
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).

       FD BRANCHFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/BRANCH.DAT".
       01 BRANCHREC.
           02 BBRID    PIC X(6).
           02 BBRNAME  PIC X(15).
           02 BBRADD   PIC X(30).
           02 BBRPH    PIC X(10).
           02 BEMAIL   PIC X(20).
           02 BMGRNAME PIC X(25).

       FD DEPARTMENTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/DEPART.DAT".
       01 DEPARTMENTREC.
           02 DEPCODE  PIC X(6).
           02 DEPNAME  PIC X(20).

       FD USERFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/USER.DAT".
       01 USERREC.
           03 USERID           PIC X(8).
           03 USER-PWD-HASH    PIC 9(10).
           03 USER-ROLE        PIC X(8).
           03 USER-EMPID       PIC X(6).

       FD AUDITFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/AUDIT.DAT".
       01 AUDITREC            PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSCA  PIC XX.
       77 FSE   PIC XX.
       77 FSB   PIC XX.
       77 FSDEP PIC XX.
       77 FSU   PIC XX.
       77 FSA   PIC XX.
       77 WS-MODE      PIC X.
       77 WS-EOF       PIC X.
       77 WS-OK        PIC X.
       77 WS-LOGIN-ID  PIC X(8).
       77 WS-LOGIN-PWD PIC X(20).
       77 WS-LOGIN-OK  PIC X.
       77 WS-AUD-OP    PIC X(6).
       77 WS-AUD-FILE  PIC X(18).
       77 WS-AUD-KEY   PIC X(20).
       77 WS-PERIOD-MM PIC 99.
       77 WS-EMPID     PIC X(6).
       01 WS-HASH-WORK.
           03 WS-HASH-I    PIC 9(4).
           03 WS-HASH-ACC  PIC 9(10).
           03 WS-HASH-CH   PIC 9(3).
       01 AUDIT-STAMP.
           03 AUD-DATE         PIC 9(8).
           03 AUD-TIME         PIC 9(8).
       77 WS-ALLOC-EMPID  PIC X(6).
       77 WS-ALLOC-PERIOD PIC 9(6).
       77 WS-ALLOC-EOF    PIC X.
       77 WS-ALLOC-PCT    PIC 9(4)V99.
       01 ALLOC-TABLE.
           02 AL-ENTRY OCCURS 10 TIMES INDEXED BY AL-IDX.
              03 AL-BRNID  PIC X(6).
              03 AL-DEPID  PIC X(6).
              03 AL-PCT    PIC 999V99.
       77 AL-TOP PIC 99 VALUE ZERO.
       01 WS-LIST-LINE.
           02 WL-FROM    PIC 9(6).
           02 FILLER     PIC X(1) VALUE SPACE.
           02 WL-SEQ     PIC 99.
           02 FILLER     PIC X(1) VALUE SPACE.
           02 WL-TO      PIC 9(6).
           02 FILLER     PIC X(1) VALUE SPACE.
           02 WL-BRNID   PIC X(6).
           02 FILLER     PIC X(1) VALUE SPACE.
           02 WL-DEPID   PIC X(6).
           02 FILLER     PIC X(1) VALUE SPACE.
           02 WL-PCT     PIC ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "(A)DD OR REPLACE A LINE, (D)ELETE A LINE".
           DISPLAY "OR (L)IST AN EMPLOYEE ?            :".
           ACCEPT WS-MODE.
           IF WS-MODE = "a"
              MOVE "A" TO WS-MODE.
           IF WS-MODE = "d"
              MOVE "D" TO WS-MODE.
           IF WS-MODE = "l"
              MOVE "L" TO WS-MODE.
           IF WS-MODE NOT = "A" AND WS-MODE NOT = "D" AND
              WS-MODE NOT = "L"
              DISPLAY "INVALID CHOICE - ENTER A, D OR L"
              STOP RUN.
           IF WS-MODE = "L"
              DISPLAY "EMPLOYEE CODE                      :"
              ACCEPT WS-EMPID
              PERFORM LIST-PARA
              STOP RUN.
           PERFORM VERIFY-ADMIN-PARA.
           IF WS-LOGIN-OK NOT = "Y"
              DISPLAY "CHANGE REFUSED - ADMIN LOGIN REQUIRED"
              MOVE 8 TO RETURN-CODE
              STOP RUN.
           DISPLAY "EMPLOYEE CODE                      :".
           ACCEPT CAEMPID.
           OPEN INPUT EMPFILE.
           MOVE CAEMPID TO EEMPID.
           READ EMPFILE
              INVALID KEY
                 DISPLAY "EMPLOYEE " CAEMPID " NOT FOUND IN EMPFILE"
                 CLOSE EMPFILE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-READ.
           CLOSE EMPFILE.
           DISPLAY "FROM PERIOD (CCYYMM)               :".
           ACCEPT CAFROM.
           MOVE CAFROM TO WS-ALLOC-PERIOD.
           PERFORM CHECK-PERIOD-PARA.
           IF WS-OK NOT = "Y"
              DISPLAY "INVALID PERIOD, USE CCYYMM"
              MOVE 8 TO RETURN-CODE
              STOP RUN.
           DISPLAY "LINE NUMBER (01-10)                :".
           ACCEPT CASEQ.
           IF CASEQ < 1 OR CASEQ > 10
              DISPLAY "LINE NUMBER MUST BE 01 TO 10"
              MOVE 8 TO RETURN-CODE
              STOP RUN.
           IF WS-MODE = "D"
              PERFORM DELETE-LINE-PARA
           ELSE
              PERFORM ADD-LINE-PARA
           END-IF.
           MOVE CAEMPID TO WS-ALLOC-EMPID.
           MOVE CAFROM TO WS-ALLOC-PERIOD.
           OPEN INPUT COSTALLOCFILE.
           PERFORM LOAD-ALLOC-PARA.
           CLOSE COSTALLOCFILE.
           DISPLAY "LINES IN FORCE FOR " WS-ALLOC-PERIOD " TOTAL "
                   WS-ALLOC-PCT " PERCENT".
           IF AL-TOP NOT = ZERO AND WS-ALLOC-PCT NOT = 100
              DISPLAY "ALLOCATION MUST TOTAL 100 PERCENT BEFORE GLPOST"
                      " RUNS FOR THIS PERIOD".
           STOP RUN.

       ADD-LINE-PARA.
           DISPLAY "TO PERIOD (CCYYMM, ZERO = OPEN)    :".
           ACCEPT CATO.
           IF CATO NOT = ZERO
              MOVE CATO TO WS-ALLOC-PERIOD
              PERFORM CHECK-PERIOD-PARA
              IF WS-OK NOT = "Y" OR CATO < CAFROM
                 DISPLAY "INVALID TO PERIOD - MUST BE CCYYMM NOT"
                         " BEFORE THE FROM PERIOD"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           DISPLAY "BRANCH CODE                        :".
           ACCEPT CABRNID.
           OPEN INPUT BRANCHFILE.
           MOVE CABRNID TO BBRID.
           READ BRANCHFILE
              INVALID KEY
                 DISPLAY "BRANCH " CABRNID " NOT ON BRANCHFILE"
                 CLOSE BRANCHFILE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-READ.
           CLOSE BRANCHFILE.
           DISPLAY "DEPARTMENT CODE                    :".
           ACCEPT CADEPID.
           OPEN INPUT DEPARTMENTFILE.
           MOVE CADEPID TO DEPCODE.
           READ DEPARTMENTFILE
              INVALID KEY
                 DISPLAY "DEPARTMENT " CADEPID " NOT ON DEPARTMENTFILE"
                 CLOSE DEPARTMENTFILE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-READ.
           CLOSE DEPARTMENTFILE.
           DISPLAY "PERCENT OF COST (NNNNN = NNN.NN)   :".
           ACCEPT CAPCT.
           IF CAPCT = ZERO OR CAPCT > 100
              DISPLAY "PERCENT MUST BE ABOVE 0 AND AT MOST 100"
              MOVE 8 TO RETURN-CODE
              STOP RUN.
           OPEN I-O COSTALLOCFILE.
           IF FSCA = "35" OR FSCA = "30"
              OPEN OUTPUT COSTALLOCFILE.
           MOVE "ADD" TO WS-AUD-OP.
           WRITE COSTALLOCREC
              INVALID KEY
                 MOVE "CHANGE" TO WS-AUD-OP
                 REWRITE COSTALLOCREC
           END-WRITE.
           CLOSE COSTALLOCFILE.
           MOVE "COSTALLOCFILE" TO WS-AUD-FILE.
           MOVE CAKEY TO WS-AUD-KEY.
           PERFORM WRITE-AUDIT-PARA.
           DISPLAY "LINE SAVED".

       DELETE-LINE-PARA.
           OPEN I-O COSTALLOCFILE.
           IF FSCA = "35" OR FSCA = "30"
              DISPLAY "NO COST ALLOCATION FILE YET"
              MOVE 8 TO RETURN-CODE
              STOP RUN.
           READ COSTALLOCFILE
              INVALID KEY
                 DISPLAY "NO SUCH ALLOCATION LINE"
                 CLOSE COSTALLOCFILE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-READ.
           DELETE COSTALLOCFILE RECORD.
           CLOSE COSTALLOCFILE.
           MOVE "DELETE" TO WS-AUD-OP.
           MOVE "COSTALLOCFILE" TO WS-AUD-FILE.
           MOVE CAKEY TO WS-AUD-KEY.
           PERFORM WRITE-AUDIT-PARA.
           DISPLAY "LINE DELETED".

       CHECK-PERIOD-PARA.
           MOVE "Y" TO WS-OK.
           MOVE WS-ALLOC-PERIOD (5:2) TO WS-PERIOD-MM.
           IF WS-ALLOC-PERIOD < 190001 OR
              WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
              MOVE "N" TO WS-OK.

       LIST-PARA.
           OPEN INPUT COSTALLOCFILE.
           IF FSCA = "35" OR FSCA = "30"
              DISPLAY "NO COST ALLOCATION FILE YET"
           ELSE
              DISPLAY "FROM   LN TO     BRANCH DEPT   PERCENT"
              MOVE WS-EMPID TO CAEMPID
              MOVE ZERO TO CAFROM CASEQ
              MOVE "N" TO WS-EOF
              START COSTALLOCFILE KEY IS NOT LESS THAN CAKEY
                 INVALID KEY MOVE "Y" TO WS-EOF
              END-START
              PERFORM UNTIL WS-EOF = "Y"
                 READ COSTALLOCFILE NEXT RECORD
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF CAEMPID NOT = WS-EMPID
                          MOVE "Y" TO WS-EOF
                       ELSE
                          MOVE CAFROM  TO WL-FROM
                          MOVE CASEQ   TO WL-SEQ
                          MOVE CATO    TO WL-TO
                          MOVE CABRNID TO WL-BRNID
                          MOVE CADEPID TO WL-DEPID
                          MOVE CAPCT   TO WL-PCT
                          DISPLAY WS-LIST-LINE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE COSTALLOCFILE.

      *    COLLECTS THE COST-ALLOCATION LINES OF WS-ALLOC-EMPID IN
      *    FORCE FOR WS-ALLOC-PERIOD (FROM PERIOD NOT AFTER IT, TO
      *    PERIOD ZERO OR NOT BEFORE IT) AND THEIR PERCENT TOTAL. NO
      *    LINES MEANS THE WHOLE COST STAYS ON EBRNID/EDEPID.
       LOAD-ALLOC-PARA.
           MOVE ZERO TO AL-TOP WS-ALLOC-PCT.
           MOVE "N" TO WS-ALLOC-EOF.
           IF FSCA = "35" OR FSCA = "30"
              MOVE "Y" TO WS-ALLOC-EOF
           ELSE
              MOVE WS-ALLOC-EMPID TO CAEMPID
              MOVE ZERO TO CAFROM CASEQ
              START COSTALLOCFILE KEY IS NOT LESS THAN CAKEY
                 INVALID KEY MOVE "Y" TO WS-ALLOC-EOF
              END-START
           END-IF.
           PERFORM UNTIL WS-ALLOC-EOF = "Y"
              READ COSTALLOCFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-ALLOC-EOF
                 NOT AT END
                    IF CAEMPID NOT = WS-ALLOC-EMPID
                       MOVE "Y" TO WS-ALLOC-EOF
                    ELSE
                       IF CAFROM NOT > WS-ALLOC-PERIOD AND
                          (CATO = ZERO OR
                           CATO NOT < WS-ALLOC-PERIOD) AND
                          AL-TOP < 10
                          ADD 1 TO AL-TOP
                          MOVE CABRNID TO AL-BRNID(AL-TOP)
                          MOVE CADEPID TO AL-DEPID(AL-TOP)
                          MOVE CAPCT   TO AL-PCT(AL-TOP)
                          ADD CAPCT TO WS-ALLOC-PCT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       VERIFY-ADMIN-PARA.
           MOVE "N" TO WS-LOGIN-OK.
           DISPLAY "ENTER ADMIN USER ID                :".
           ACCEPT WS-LOGIN-ID.
           DISPLAY "ENTER PASSWORD                     :".
           ACCEPT WS-LOGIN-PWD.
           PERFORM HASH-PASSWORD-PARA.
           OPEN INPUT USERFILE.
           IF FSU = "35" OR FSU = "30"
              CLOSE USERFILE
           ELSE
              MOVE WS-LOGIN-ID TO USERID
              READ USERFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF USER-PWD-HASH = WS-HASH-ACC AND
                       USER-ROLE = "ADMIN"
                       MOVE "Y" TO WS-LOGIN-OK
                    END-IF
              END-READ
              CLOSE USERFILE
           END-IF.

       HASH-PASSWORD-PARA.
           MOVE ZERO TO WS-HASH-ACC.
           PERFORM VARYING WS-HASH-I FROM 1 BY 1
                 UNTIL WS-HASH-I > 20
              MOVE FUNCTION ORD(WS-LOGIN-PWD(WS-HASH-I:1))
                 TO WS-HASH-CH
              COMPUTE WS-HASH-ACC =
                 FUNCTION MOD((WS-HASH-ACC * 31) + WS-HASH-CH,
                 9999999999)
           END-PERFORM.

       WRITE-AUDIT-PARA.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT AUD-TIME FROM TIME.
           OPEN EXTEND AUDITFILE.
           IF FSA = "05" OR FSA = "35"
              CLOSE AUDITFILE
              OPEN OUTPUT AUDITFILE.
           MOVE SPACES TO AUDITREC.
           STRING WS-AUD-OP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AUD-FILE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AUD-KEY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUD-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUD-TIME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LOGIN-ID DELIMITED BY SIZE
             INTO AUDITREC.
           WRITE AUDITREC.
           CLOSE AUDITFILE.

       END PROGRAM COSTMAINT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COSTVAL.

      *    COST-ALLOCATION CHECK FOR A PERIOD - READS DATA/COSTALLOC.DAT
      *    IN KEY ORDER (ONE EMPLOYEE AT A TIME) AND TOTALS THE LINES IN
      *    FORCE FOR THE PERIOD ENTERED. AN EMPLOYEE WHOSE LINES DO NOT
      *    COME TO 100% IS LISTED AS A BAD TOTAL, AS IS ANY LINE WHOSE
      *    EMPLOYEE, BRANCH OR DEPARTMENT IS NOT ON FILE. RUN IT BEFORE
      *    GLPOST - GLPOST WILL NOT WRITE A JOURNAL WHILE ANY SPLIT IS
      *    OUT. RETURN CODE 8 WHEN ANY EXCEPTION IS FOUND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COSTALLOCFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CAKEY
           FILE STATUS IS FSCA.

           SELECT EMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EEMPID
           FILE STATUS IS FSE.

           SELECT BRANCHFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BBRID
           FILE STATUS IS FSB.

           SELECT DEPARTMENTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEPCODE
           FILE STATUS IS FSDEP.

           SELECT COSTVALFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSCV.

       DATA DIVISION.
       FILE SECTION.
       FD COSTALLOCFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/COSTALLOC.DAT".
       01 COSTALLOCREC.
           02 CAKEY.
              03 CAEMPID   PIC X(6).
              03 CAFROM    PIC 9(6).
              03 CASEQ     PIC 99.
           02 CATO         PIC 9(6).
           02 CABRNID      PIC X(6).
           02 CADEPID      PIC X(6).
           02 CAPCT        PIC 999V99.

       FD EMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/EMP.DAT".
       01 EMPREC.
           02 EEMPID    PIC X(6).
           02 EEMPNAME  PIC X(25).
           02 EEMPADDR  PIC X(30).
           02 EPHONE    PIC X(10).
           02 EDOJ      PIC X(10).
           02 EDIP      PIC X(10).
           02 EUG       PIC X(4).
           02 EPG       PIC X(4).
           02 EPROFQ    PIC X(4).
           02 ESKILL    PIC X(10).
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).

       FD BRANCHFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/BRANCH.DAT".
       01 BRANCHREC.
           02 BBRID    PIC X(6).
           02 BBRNAME  PIC X(15).
           02 BBRADD   PIC X(30).
           02 BBRPH    PIC X(10).
           02 BEMAIL   PIC X(20).
           02 BMGRNAME PIC X(25).

       FD DEPARTMENTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/DEPART.DAT".
       01 DEPARTMENTREC.
           02 DEPCODE  PIC X(6).
           02 DEPNAME  PIC X(20).

       FD COSTVALFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/COSTVAL.DAT".
       01 COSTVALREC.
           02 CVTYPE     PIC X(4).
           02 FILLER     PIC X(1).
           02 CVEMPID    PIC X(6).
           02 FILLER     PIC X(1).
           02 CVFROM     PIC 9(6).
           02 FILLER     PIC X(1).
           02 CVBRNID    PIC X(6).
           02 FILLER     PIC X(1).
           02 CVDEPID    PIC X(6).
           02 FILLER     PIC X(1).
           02 CVPCT      PIC ZZZ9.99.
           02 FILLER     PIC X(1).
           02 CVREASON   PIC X(20).
       01 COSTVALTOTREC.
           02 CTTYPE     PIC X(4).
           02 FILLER     PIC X(1).
           02 CTEMPS     PIC Z(5)9.
           02 FILLER     PIC X(1).
           02 CTBAD      PIC Z(5)9.
           02 FILLER     PIC X(1).
           02 CTLINES    PIC Z(5)9.

       WORKING-STORAGE SECTION.
       77 FSCA  PIC XX.
       77 FSE   PIC XX.
       77 FSB   PIC XX.
       77 FSDEP PIC XX.
       77 FSCV  PIC XX.
       77 WS-EOF        PIC X VALUE "N".
       77 WS-PERIOD     PIC 9(6).
       77 WS-PERIOD-MM  PIC 99.
       77 WS-CUR-EMPID  PIC X(6) VALUE SPACES.
       77 WS-CUR-PCT    PIC 9(4)V99 VALUE ZERO.
       77 WS-CUR-LINES  PIC 99 VALUE ZERO.
       77 WS-EMP-COUNT  PIC 9(6) VALUE ZERO.
       77 WS-BAD-COUNT  PIC 9(6) VALUE ZERO.
       77 WS-LINE-COUNT PIC 9(6) VALUE ZERO.
       77 WS-REASON     PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "ENTER PERIOD TO CHECK (CCYYMM)     :".
           ACCEPT WS-PERIOD.
           MOVE WS-PERIOD (5:2) TO WS-PERIOD-MM.
           IF WS-PERIOD < 190001 OR
              WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
              DISPLAY "INVALID PERIOD, USE CCYYMM"
              MOVE 8 TO RETURN-CODE
              STOP RUN.
           OPEN INPUT COSTALLOCFILE.
           IF FSCA = "35" OR FSCA = "30"
              DISPLAY "NO COST ALLOCATION FILE - NOTHING TO CHECK"
              STOP RUN.
           OPEN INPUT EMPFILE.
           OPEN INPUT BRANCHFILE.
           OPEN INPUT DEPARTMENTFILE.
           OPEN OUTPUT COSTVALFILE.
           PERFORM UNTIL WS-EOF = "Y"
              READ COSTALLOCFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END PERFORM CHECK-LINE-PARA
              END-READ
           END-PERFORM.
           PERFORM END-EMP-PARA.
           MOVE SPACES TO COSTVALTOTREC.
           MOVE "TOTL" TO CTTYPE.
           MOVE WS-EMP-COUNT TO CTEMPS.
           MOVE WS-BAD-COUNT TO CTBAD.
           MOVE WS-LINE-COUNT TO CTLINES.
           WRITE COSTVALTOTREC.
           CLOSE COSTALLOCFILE EMPFILE BRANCHFILE DEPARTMENTFILE
                 COSTVALFILE.
           DISPLAY "EMPLOYEES WITH A SPLIT IN FORCE : " WS-EMP-COUNT.
           DISPLAY "EXCEPTIONS LISTED               : " WS-BAD-COUNT.
           IF WS-BAD-COUNT > ZERO
              DISPLAY "FIX DATA/COSTVAL.DAT ITEMS BEFORE RUNNING GLPOST"
              MOVE 8 TO RETURN-CODE.
           STOP RUN.

      *    LINES OUTSIDE THE PERIOD ARE IGNORED. A CHANGE OF EMPLOYEE
      *    CLOSES OFF THE PREVIOUS ONE'S TOTAL FIRST.
       CHECK-LINE-PARA.
           IF CAFROM > WS-PERIOD OR
              (CATO NOT = ZERO AND CATO < WS-PERIOD)
              CONTINUE
           ELSE
              IF CAEMPID NOT = WS-CUR-EMPID
                 PERFORM END-EMP-PARA
                 MOVE CAEMPID TO WS-CUR-EMPID
              END-IF
              ADD 1 TO WS-CUR-LINES WS-LINE-COUNT
              ADD CAPCT TO WS-CUR-PCT
              MOVE SPACES TO WS-REASON
              MOVE CAEMPID TO EEMPID
              READ EMPFILE
                 INVALID KEY MOVE "EMPLOYEE NOT ON FILE" TO WS-REASON
              END-READ
              MOVE CABRNID TO BBRID
              READ BRANCHFILE
                 INVALID KEY MOVE "UNKNOWN BRANCH" TO WS-REASON
              END-READ
              MOVE CADEPID TO DEPCODE
              READ DEPARTMENTFILE
                 INVALID KEY MOVE "UNKNOWN DEPARTMENT" TO WS-REASON
              END-READ
              IF WS-REASON NOT = SPACES
                 MOVE SPACES TO COSTVALREC
                 MOVE "LINE" TO CVTYPE
                 MOVE CAEMPID TO CVEMPID
                 MOVE CAFROM TO CVFROM
                 MOVE CABRNID TO CVBRNID
                 MOVE CADEPID TO CVDEPID
                 MOVE CAPCT TO CVPCT
                 MOVE WS-REASON TO CVREASON
                 WRITE COSTVALREC
                 ADD 1 TO WS-BAD-COUNT
              END-IF
           END-IF.

       END-EMP-PARA.
           IF WS-CUR-LINES > ZERO
              ADD 1 TO WS-EMP-COUNT
              IF WS-CUR-PCT NOT = 100
                 MOVE SPACES TO COSTVALREC
                 MOVE "EMP " TO CVTYPE
                 MOVE WS-CUR-EMPID TO CVEMPID
                 MOVE WS-PERIOD TO CVFROM
                 MOVE WS-CUR-PCT TO CVPCT
                 MOVE "SPLIT NOT 100 PCT" TO CVREASON
                 WRITE COSTVALREC
                 ADD 1 TO WS-BAD-COUNT
              END-IF
           END-IF.
           MOVE ZERO TO WS-CUR-LINES WS-CUR-PCT.
       END PROGRAM COSTVAL.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGLOAD.

      *    ANNUAL MANPOWER BUDGET LOAD - READS FINANCE'S APPROVED
      *    BUDGET EXTRACT DATA/BUDGIN.DAT (ONE ROW PER YEAR, MONTH,
      *    BRANCH AND DEPARTMENT, PIPE POSITIONED LIKE THE ONBOARDING
      *    EXTRACT) INTO DATA/BUDGET.DAT FOR BUDGRPT. THE YEAR ENTERED
      *    IS CLEARED FIRST SO A REISSUED BUDGET REPLACES THE OLD ONE
      *    OUTRIGHT; ROWS FOR ANOTHER YEAR, A BAD MONTH OR AN UNKNOWN
      *    BRANCH OR DEPARTMENT ARE LOGGED TO DATA/BUDGLOAD.LOG AND
      *    SKIPPED. RETURN CODE 8 WHEN ANY ROW WAS REJECTED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGINFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSBI.

           SELECT BUDGETFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BGKEY
           FILE STATUS IS FSBG.

           SELECT BRANCHFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BBRID
           FILE STATUS IS FSB.

           SELECT DEPARTMENTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEPCODE
           FILE STATUS IS FSDEP.

           SELECT BUDGLOGFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSLG.

       DATA DIVISION.
       FILE SECTION.
       FD BUDGINFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/BUDGIN.DAT".
       01 BUDGINREC.
           02 BIYEAR      PIC 9(4).
           02 FILLER      PIC X(1).
           02 BIMONTH     PIC 99.
           02 FILLER      PIC X(1).
           02 BIBRID      PIC X(6).
           02 FILLER      PIC X(1).
           02 BIDEPID     PIC X(6).
           02 FILLER      PIC X(1).
           02 BIHEAD      PIC 9(5).
           02 FILLER      PIC X(1).
           02 BIGROSS     PIC 9(10)V99.

       FD BUDGETFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/BUDGET.DAT".
       01 BUDGETREC.
           02 BGKEY.
              03 BGYEAR    PIC 9(4).
              03 BGMONTH   PIC 99.
              03 BGBRID    PIC X(6).
              03 BGDEPID   PIC X(6).
           02 BGHEAD       PIC 9(5).
           02 BGGROSS      PIC 9(10)V99.

       FD BRANCHFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/BRANCH.DAT".
       01 BRANCHREC.
           02 BBRID    PIC X(6).
           02 BBRNAME  PIC X(15).
           02 BBRADD   PIC X(30).
           02 BBRPH    PIC X(10).
           02 BEMAIL   PIC X(20).
           02 BMGRNAME PIC X(25).

       FD DEPARTMENTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/DEPART.DAT".
       01 DEPARTMENTREC.
           02 DEPCODE  PIC X(6).
           02 DEPNAME  PIC X(20).

       FD BUDGLOGFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/BUDGLOAD.LOG".
       01 BUDGLOGREC          PIC X(60).

       WORKING-STORAGE SECTION.
       77 FSBI  PIC XX.
       77 FSBG  PIC XX.
       77 FSB   PIC XX.
       77 FSDEP PIC XX.
       77 FSLG  PIC XX.
       77 WS-EOF       PIC X VALUE "N".
       77 WS-YEAR      PIC 9(4).
       77 WS-REASON    PIC X(25).
       77 WS-CLEARED   PIC 9(6) VALUE ZERO.
       77 WS-LOADED    PIC 9(6) VALUE ZERO.
       77 WS-REJECTED  PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "ENTER BUDGET YEAR (CCYY)           :".
           ACCEPT WS-YEAR.
           IF WS-YEAR < 1900
              DISPLAY "INVALID YEAR"
              MOVE 8 TO RETURN-CODE
              STOP RUN.
           OPEN INPUT BUDGINFILE.
           IF FSBI = "35"
              DISPLAY "NO BUDGET EXTRACT FILE FOUND"
              MOVE 8 TO RETURN-CODE
              STOP RUN.
           OPEN I-O BUDGETFILE.
           IF FSBG = "35" OR FSBG = "30"
              OPEN OUTPUT BUDGETFILE
           ELSE
              PERFORM CLEAR-YEAR-PARA
           END-IF.
           OPEN INPUT BRANCHFILE.
           OPEN INPUT DEPARTMENTFILE.
           OPEN OUTPUT BUDGLOGFILE.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
              READ BUDGINFILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END PERFORM LOAD-ROW-PARA
              END-READ
           END-PERFORM.
           CLOSE BUDGINFILE BUDGETFILE BRANCHFILE DEPARTMENTFILE
                 BUDGLOGFILE.
           DISPLAY "BUDGET LOAD FOR " WS-YEAR " COMPLETE - "
                   WS-CLEARED " OLD ROWS CLEARED, " WS-LOADED
                   " LOADED, " WS-REJECTED " REJECTED".
           IF WS-REJECTED > ZERO
              DISPLAY "SEE DATA/BUDGLOAD.LOG FOR REJECTED ROWS"
              MOVE 8 TO RETURN-CODE.
           STOP RUN.

       CLEAR-YEAR-PARA.
           MOVE WS-YEAR TO BGYEAR.
           MOVE ZERO TO BGMONTH.
           MOVE SPACES TO BGBRID BGDEPID.
           START BUDGETFILE KEY IS NOT LESS THAN BGKEY
              INVALID KEY MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
              READ BUDGETFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF BGYEAR NOT = WS-YEAR
                       MOVE "Y" TO WS-EOF
                    ELSE
                       DELETE BUDGETFILE RECORD
                       ADD 1 TO WS-CLEARED
                    END-IF
              END-READ
           END-PERFORM.

       LOAD-ROW-PARA.
           MOVE SPACES TO WS-REASON.
           IF BIYEAR NOT = WS-YEAR
              MOVE "NOT THE BUDGET YEAR" TO WS-REASON.
           IF BIMONTH < 1 OR BIMONTH > 12
              MOVE "INVALID MONTH" TO WS-REASON.
           MOVE BIBRID TO BBRID.
           READ BRANCHFILE
              INVALID KEY MOVE "UNKNOWN BRANCH" TO WS-REASON
           END-READ.
           MOVE BIDEPID TO DEPCODE.
           READ DEPARTMENTFILE
              INVALID KEY MOVE "UNKNOWN DEPARTMENT" TO WS-REASON
           END-READ.
           IF WS-REASON NOT = SPACES
              MOVE SPACES TO BUDGLOGREC
              STRING BIYEAR DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     BIMONTH DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     BIBRID DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     BIDEPID DELIMITED BY SIZE
                     " - " DELIMITED BY SIZE
                     WS-REASON DELIMITED BY SIZE
                INTO BUDGLOGREC
              WRITE BUDGLOGREC
              ADD 1 TO WS-REJECTED
           ELSE
              MOVE BIYEAR  TO BGYEAR
              MOVE BIMONTH TO BGMONTH
              MOVE BIBRID  TO BGBRID
              MOVE BIDEPID TO BGDEPID
              MOVE BIHEAD  TO BGHEAD
              MOVE BIGROSS TO BGGROSS
              WRITE BUDGETREC
                 INVALID KEY REWRITE BUDGETREC
              END-WRITE
              ADD 1 TO WS-LOADED
           END-IF.

       END PROGRAM BUDGLOAD.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGRPT.

      *    MANPOWER BUDGET VERSUS ACTUAL - RUN AFTER PAYRUN AND BEFORE
      *    BANKDISB. FOR EACH BRANCH AND DEPARTMENT ON DATA/BUDGET.DAT
      *    (LOADED BY BUDGLOAD) OR WITH ACTUALS, COMPARES THE MONTH'S
      *    BUDGETED HEADCOUNT WITH THE ACTIVE HEADCOUNT ON EMPFILE, AND
      *    THE BUDGETED GROSS COST FOR THE MONTH AND THE YEAR TO DATE
      *    WITH ACTUAL COST FROM PAYHISTFILE (PHGROSS) PLUS THE
      *    EMPLOYER PF/ESI ON PAYCOMPFILE. COST IS CHARGED WHERE GLPOST
      *    CHARGES IT (COSTALLOC SPLIT IN FORCE FOR THE PERIOD, ELSE
      *    THE HOME BRANCH AND DEPARTMENT); HEADCOUNT STAYS AT HOME.
      *    A VARIANCE PAST THE OPERATOR'S TOLERANCE PERCENT IS FLAGGED
      *    OVER OR UNDR (A BUDGET OF ZERO AGAINST ANY ACTUAL IS OVER)
      *    ON DATA/BUDGRPT.DAT; ANY OVER SETS RETURN-CODE 4 SO THE
      *    SCHEDULER CAN HOLD THE BANK FILE BACK, AS PAYVAR DOES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGETFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BGKEY
           FILE STATUS IS FSBG.

           SELECT PAYHISTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PHKEY
           FILE STATUS IS FSH.

           SELECT PAYCOMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PCKEY
           FILE STATUS IS FSPC.

           SELECT EMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EEMPID
           FILE STATUS IS FSE.

           SELECT SEPARATEFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SPEMPID
           FILE STATUS IS FSSP.

           SELECT COSTALLOCFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAKEY
           FILE STATUS IS FSCA.

           SELECT BUDGRPTFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSS.

       DATA DIVISION.
       FILE SECTION.
       FD BUDGETFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/BUDGET.DAT".
       01 BUDGETREC.
           02 BGKEY.
              03 BGYEAR    PIC 9(4).
              03 BGMONTH   PIC 99.
              03 BGBRID    PIC X(6).
              03 BGDEPID   PIC X(6).
           02 BGHEAD       PIC 9(5).
           02 BGGROSS      PIC 9(10)V99.

       FD PAYHISTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/PAYHIST.DAT".
       01 PAYHISTREC.
           02 PHKEY.
              03 PHPERIOD  PIC 9(6).
              03 PHEMPID   PIC X(6).
           02 PHGROSS      PIC 9(8)V99.
           02 PHDEDUCT     PIC 9(8)V99.
           02 PHNET        PIC 9(8)V99.
           02 PHFINAL      PIC X(1).
           02 PHPAID       PIC X(1).
           02 PHHELD       PIC X(1).

       FD PAYCOMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/PAYCOMP.DAT".
       01 PAYCOMPREC.
           02 PCKEY.
              03 PCPERIOD  PIC 9(6).
              03 PCEMPID   PIC X(6).
           02 PCBASIC      PIC 9(6)V99.
           02 PCALLOW      PIC 9(8)V99.
           02 PCPF         PIC 9(6)V99.
           02 PCESI        PIC 9(6)V99.
           02 PCPTAX       PIC 9(6)V99.
           02 PCITAX       PIC 9(6)V99.
           02 PCLOAN       PIC 9(8)V99.
           02 PCOTHD       PIC 9(8)V99.
           02 PCPFER       PIC 9(6)V99.
           02 PCESIER      PIC 9(6)V99.
           02 PCBASIS      PIC X(1).
           02 PCPAYDAYS    PIC 99.
           02 PCMTHDAYS    PIC 99.
           02 PCSUSP       PIC 9(8)V99.
           02 PCSTD        PIC 9(8)V99.

       FD EMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/EMP.DAT".
       01 EMPREC.
           02 EEMPID    PIC X(6).
           02 EEMPNAME  PIC X(25).
           02 EEMPADDR  PIC X(30).
           02 EPHONE    PIC X(10).
           02 EDOJ      PIC X(10).
           02 EDIP      PIC X(10).
           02 EUG       PIC X(4).
           02 EPG       PIC X(4).
           02 EPROFQ    PIC X(4).
           02 ESKILL    PIC X(10).
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).

       FD SEPARATEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/SEPARATE.DAT".
       01 SEPARATEREC.
           02 SPEMPID   PIC X(6).
           02 SPLWD     PIC X(10).
           02 SPREASON  PIC X(20).

       FD COSTALLOCFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/COSTALLOC.DAT".
       01 COSTALLOCREC.
           02 CAKEY.
              03 CAEMPID   PIC X(6).
              03 CAFROM    PIC 9(6).
              03 CASEQ     PIC 99.
           02 CATO         PIC 9(6).
           02 CABRNID      PIC X(6).
           02 CADEPID      PIC X(6).
           02 CAPCT        PIC 999V99.

       FD BUDGRPTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/BUDGRPT.DAT".
       01 BUDGRPTREC.
           02 BRTYPE     PIC X(4).
           02 FILLER     PIC X(1).
           02 BRBRID     PIC X(6).
           02 FILLER     PIC X(1).
           02 BRDEPID    PIC X(6).
           02 FILLER     PIC X(1).
           02 BRBHEAD    PIC ZZZZZ9.
           02 FILLER     PIC X(1).
           02 BRAHEAD    PIC ZZZZZ9.
           02 FILLER     PIC X(1).
           02 BRHVAR     PIC -(5)9.
           02 FILLER     PIC X(1).
           02 BRHFLAG    PIC X(4).
           02 FILLER     PIC X(1).
           02 BRBMTH     PIC Z(10)9.99.
           02 FILLER     PIC X(1).
           02 BRAMTH     PIC Z(10)9.99.
           02 FILLER     PIC X(1).
           02 BRMVAR     PIC -(10)9.99.
           02 FILLER     PIC X(1).
           02 BRMPCT     PIC -ZZ9.99.
           02 FILLER     PIC X(1).
           02 BRMFLAG    PIC X(4).
           02 FILLER     PIC X(1).
           02 BRBYTD     PIC Z(10)9.99.
           02 FILLER     PIC X(1).
           02 BRAYTD     PIC Z(10)9.99.
           02 FILLER     PIC X(1).
           02 BRYVAR     PIC -(10)9.99.
           02 FILLER     PIC X(1).
           02 BRYPCT     PIC -ZZ9.99.
           02 FILLER     PIC X(1).
           02 BRYFLAG    PIC X(4).

       WORKING-STORAGE SECTION.
       77 FSBG  PIC XX.
       77 FSH   PIC XX.
       77 FSPC  PIC XX.
       77 FSE   PIC XX.
       77 FSSP  PIC XX.
       77 FSS   PIC XX.
       77 FSCA  PIC XX.
       77 WS-EOF       PIC X VALUE "N".
       77 WS-FOUND     PIC X.
       77 WS-PERIOD    PIC 9(6).
       77 WS-YRSTART   PIC 9(6).
       77 WS-SWEEP-PER PIC 9(6).
       77 WS-ROW-PER   PIC 9(6).
       77 WS-PER-MM    PIC 99.
       77 WS-JOIN-PER  PIC 9(6).
       77 WS-SEP-PER   PIC 9(6).
       77 WS-TOLPCT    PIC 99.
       77 WS-SEPARATED PIC X.
       77 WS-EMPCOST   PIC 9(8)V99.
       77 WS-ALLOC-DONE PIC S9(8)V99.
       77 WS-BD-BRID   PIC X(6).
       77 WS-BD-DEPID  PIC X(6).
       77 WS-BD-COST   PIC S9(8)V99.
       77 WS-BD-MATCH  PIC 9(4).
       77 WS-VAR       PIC S9(11)V99.
       77 WS-ABSVAR    PIC 9(11)V99.
       77 WS-BASE      PIC 9(11)V99.
       77 WS-PCT       PIC S9(5)V99.
       77 WS-FLAG      PIC X(4).
       77 WS-OVER-COUNT PIC 9(6) VALUE ZERO.
       77 WS-ALLOC-EMPID  PIC X(6).
       77 WS-ALLOC-PERIOD PIC 9(6).
       77 WS-ALLOC-EOF    PIC X.
       77 WS-ALLOC-PCT    PIC 9(4)V99.
       01 ALLOC-TABLE.
           02 AL-ENTRY OCCURS 10 TIMES INDEXED BY AL-IDX.
              03 AL-BRNID  PIC X(6).
              03 AL-DEPID  PIC X(6).
              03 AL-PCT    PIC 999V99.
       77 AL-TOP PIC 99 VALUE ZERO.

       01 BUDGET-TABLE.
           02 BD-ENTRY OCCURS 500 TIMES INDEXED BY BD-IDX.
              03 BD-BRID   PIC X(6).
              03 BD-DEPID  PIC X(6).
              03 BD-BHEAD  PIC 9(6).
              03 BD-AHEAD  PIC 9(6).
              03 BD-BMTH   PIC 9(11)V99.
              03 BD-AMTH   PIC S9(11)V99.
              03 BD-BYTD   PIC 9(11)V99.
              03 BD-AYTD   PIC S9(11)V99.
       77 BD-TOP PIC 9(4) VALUE ZERO.

       01 BUDGET-TOTALS.
           02 TT-BHEAD  PIC 9(6) VALUE ZERO.
           02 TT-AHEAD  PIC 9(6) VALUE ZERO.
           02 TT-BMTH   PIC 9(11)V99 VALUE ZERO.
           02 TT-AMTH   PIC S9(11)V99 VALUE ZERO.
           02 TT-BYTD   PIC 9(11)V99 VALUE ZERO.
           02 TT-AYTD   PIC S9(11)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "ENTER PAY PERIOD (CCYYMM)          :".
           ACCEPT WS-PERIOD.
           DISPLAY "ENTER YEAR START PERIOD (CCYYMM,".
           DISPLAY "ZERO = JANUARY OF THE SAME YEAR)   :".
           ACCEPT WS-YRSTART.
           DISPLAY "ENTER TOLERANCE PERCENT (00-99)    :".
           ACCEPT WS-TOLPCT.
           MOVE WS-PERIOD (5:2) TO WS-PER-MM.
           IF WS-YRSTART = ZERO
              COMPUTE WS-YRSTART = WS-PERIOD - WS-PER-MM + 1.
           IF WS-PERIOD < 190001 OR WS-PER-MM < 1 OR WS-PER-MM > 12
              DISPLAY "INVALID PAY PERIOD, USE CCYYMM"
              MOVE 8 TO RETURN-CODE
              STOP RUN.
           MOVE WS-YRSTART (5:2) TO WS-PER-MM.
           IF WS-YRSTART > WS-PERIOD OR WS-YRSTART < WS-PERIOD - 100
              OR WS-PER-MM < 1 OR WS-PER-MM > 12
              DISPLAY "INVALID YEAR START - MUST BE A CCYYMM WITHIN"
                      " THE TWELVE MONTHS TO THE PAY PERIOD"
              MOVE 8 TO RETURN-CODE
              STOP RUN.
           OPEN INPUT BUDGETFILE.
           IF FSBG = "35" OR FSBG = "30"
              DISPLAY "NO BUDGET ON FILE - RUN BUDGLOAD FIRST"
              MOVE 8 TO RETURN-CODE
              STOP RUN.
           OPEN INPUT PAYHISTFILE.
           IF FSH = "35"
              DISPLAY "NO PAY HISTORY ON FILE - RUN PAYRUN FIRST"
              CLOSE BUDGETFILE
              MOVE 8 TO RETURN-CODE
              STOP RUN.
           OPEN INPUT PAYCOMPFILE.
           OPEN INPUT EMPFILE.
           OPEN INPUT SEPARATEFILE.
           OPEN INPUT COSTALLOCFILE.
           PERFORM LOAD-BUDGET-PARA.
           PERFORM COUNT-HEADS-PARA.
           MOVE WS-YRSTART TO WS-SWEEP-PER.
           PERFORM UNTIL WS-SWEEP-PER > WS-PERIOD
              PERFORM SWEEP-PERIOD-PARA
              IF WS-SWEEP-PER (5:2) = "12"
                 COMPUTE WS-SWEEP-PER = WS-SWEEP-PER + 89
              ELSE
                 ADD 1 TO WS-SWEEP-PER
              END-IF
           END-PERFORM.
           CLOSE BUDGETFILE PAYHISTFILE PAYCOMPFILE EMPFILE
                 SEPARATEFILE COSTALLOCFILE.
           OPEN OUTPUT BUDGRPTFILE.
           PERFORM WRITE-BUDGET-LINE-PARA
              VARYING BD-IDX FROM 1 BY 1 UNTIL BD-IDX > BD-TOP.
           PERFORM WRITE-TOTAL-LINE-PARA.
           CLOSE BUDGRPTFILE.
           DISPLAY "BUDGET VERSUS ACTUAL FOR " WS-PERIOD " COMPLETE - "
                   BD-TOP " BRANCH/DEPARTMENT LINES, " WS-OVER-COUNT
                   " OVER BUDGET".
           IF WS-OVER-COUNT > ZERO
              DISPLAY "BUDGET OVERRUN ON FILE - REVIEW BEFORE BANKDISB"
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-BUDGET-PARA.
           MOVE "N" TO WS-EOF.
           MOVE WS-YRSTART (1:4) TO BGYEAR.
           MOVE WS-YRSTART (5:2) TO BGMONTH.
           MOVE SPACES TO BGBRID BGDEPID.
           START BUDGETFILE KEY IS NOT LESS THAN BGKEY
              INVALID KEY MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
              READ BUDGETFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    COMPUTE WS-ROW-PER = BGYEAR * 100 + BGMONTH
                    IF WS-ROW-PER > WS-PERIOD
                       MOVE "Y" TO WS-EOF
                    ELSE
                       MOVE BGBRID  TO WS-BD-BRID
                       MOVE BGDEPID TO WS-BD-DEPID
                       PERFORM FIND-OR-ADD-BD-PARA
                       ADD BGGROSS TO BD-BYTD(WS-BD-MATCH)
                       IF WS-ROW-PER = WS-PERIOD
                          ADD BGHEAD  TO BD-BHEAD(WS-BD-MATCH)
                          ADD BGGROSS TO BD-BMTH(WS-BD-MATCH)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

      *    ACTIVE IN THE PERIOD = JOINED BY ITS END AND NOT SEPARATED
      *    WITH A LAST WORKING DAY BEFORE IT BEGAN.
       COUNT-HEADS-PARA.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO EEMPID.
           START EMPFILE KEY IS NOT LESS THAN EEMPID
              INVALID KEY MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
              READ EMPFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    MOVE EDOJ (1:4) TO WS-JOIN-PER (1:4)
                    MOVE EDOJ (6:2) TO WS-JOIN-PER (5:2)
                    PERFORM CHECK-SEPARATED-PARA
                    IF WS-JOIN-PER NOT > WS-PERIOD AND
                       WS-SEPARATED NOT = "Y"
                       MOVE EBRNID TO WS-BD-BRID
                       MOVE EDEPID TO WS-BD-DEPID
                       PERFORM FIND-OR-ADD-BD-PARA
                       ADD 1 TO BD-AHEAD(WS-BD-MATCH)
                    END-IF
              END-READ
           END-PERFORM.

       CHECK-SEPARATED-PARA.
           MOVE "N" TO WS-SEPARATED.
           IF FSSP = "35" OR FSSP = "30"
              CONTINUE
           ELSE
              MOVE EEMPID TO SPEMPID
              READ SEPARATEFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE SPLWD (1:4) TO WS-SEP-PER (1:4)
                    MOVE SPLWD (6:2) TO WS-SEP-PER (5:2)
                    IF WS-SEP-PER < WS-PERIOD
                       MOVE "Y" TO WS-SEPARATED
                    END-IF
              END-READ
           END-IF.

       SWEEP-PERIOD-PARA.
           MOVE "N" TO WS-EOF.
           MOVE WS-SWEEP-PER TO PHPERIOD.
           MOVE SPACES TO PHEMPID.
           START PAYHISTFILE KEY IS NOT LESS THAN PHKEY
              INVALID KEY MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
              READ PAYHISTFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF PHPERIOD NOT = WS-SWEEP-PER
                       MOVE "Y" TO WS-EOF
                    ELSE
                       PERFORM CHARGE-EMP-PARA
                    END-IF
              END-READ
           END-PERFORM.

       CHARGE-EMP-PARA.
           MOVE PHGROSS TO WS-EMPCOST.
           MOVE PHPERIOD TO PCPERIOD.
           MOVE PHEMPID TO PCEMPID.
           READ PAYCOMPFILE
              INVALID KEY CONTINUE
              NOT INVALID KEY ADD PCPFER PCESIER TO WS-EMPCOST
           END-READ.
           MOVE PHEMPID TO EEMPID.
           READ EMPFILE
              INVALID KEY MOVE SPACES TO EBRNID EDEPID
           END-READ.
           MOVE PHEMPID TO WS-ALLOC-EMPID.
           MOVE WS-SWEEP-PER TO WS-ALLOC-PERIOD.
           PERFORM LOAD-ALLOC-PARA.
           IF AL-TOP = ZERO OR WS-ALLOC-PCT NOT = 100
              MOVE EBRNID TO WS-BD-BRID
              MOVE EDEPID TO WS-BD-DEPID
              MOVE WS-EMPCOST TO WS-BD-COST
              PERFORM ADD-ACTUAL-PARA
           ELSE
              MOVE ZERO TO WS-ALLOC-DONE
              PERFORM CHARGE-SPLIT-PARA
                 VARYING AL-IDX FROM 1 BY 1 UNTIL AL-IDX > AL-TOP
           END-IF.

       CHARGE-SPLIT-PARA.
           MOVE AL-BRNID(AL-IDX) TO WS-BD-BRID.
           MOVE AL-DEPID(AL-IDX) TO WS-BD-DEPID.
           IF AL-IDX = AL-TOP
              COMPUTE WS-BD-COST = WS-EMPCOST - WS-ALLOC-DONE
           ELSE
              COMPUTE WS-BD-COST ROUNDED =
                 WS-EMPCOST * AL-PCT(AL-IDX) / 100
           END-IF.
           ADD WS-BD-COST TO WS-ALLOC-DONE.
           PERFORM ADD-ACTUAL-PARA.

       ADD-ACTUAL-PARA.
           PERFORM FIND-OR-ADD-BD-PARA.
           ADD WS-BD-COST TO BD-AYTD(WS-BD-MATCH).
           IF WS-SWEEP-PER = WS-PERIOD
              ADD WS-BD-COST TO BD-AMTH(WS-BD-MATCH).

       FIND-OR-ADD-BD-PARA.
           MOVE "N" TO WS-FOUND.
           PERFORM VARYING BD-IDX FROM 1 BY 1
              UNTIL BD-IDX > BD-TOP OR WS-FOUND = "Y"
              IF BD-BRID(BD-IDX) = WS-BD-BRID AND
                 BD-DEPID(BD-IDX) = WS-BD-DEPID
                 MOVE "Y" TO WS-FOUND
                 SET WS-BD-MATCH TO BD-IDX
              END-IF
           END-PERFORM.
           IF WS-FOUND = "N"
              IF BD-TOP >= 500
                 DISPLAY "BRANCH/DEPT TABLE FULL - RAISE BD-ENTRY"
                         " OCCURS AND RERUN"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO BD-TOP
              SET BD-IDX TO BD-TOP
              SET WS-BD-MATCH TO BD-TOP
              MOVE WS-BD-BRID TO BD-BRID(BD-IDX)
              MOVE WS-BD-DEPID TO BD-DEPID(BD-IDX)
              MOVE ZERO TO BD-BHEAD(BD-IDX) BD-AHEAD(BD-IDX)
                           BD-BMTH(BD-IDX) BD-AMTH(BD-IDX)
                           BD-BYTD(BD-IDX) BD-AYTD(BD-IDX)
           END-IF.

      *    COLLECTS THE COST-ALLOCATION LINES OF WS-ALLOC-EMPID IN
      *    FORCE FOR WS-ALLOC-PERIOD (FROM PERIOD NOT AFTER IT, TO
      *    PERIOD ZERO OR NOT BEFORE IT) AND THEIR PERCENT TOTAL. NO
      *    LINES MEANS THE WHOLE COST STAYS ON EBRNID/EDEPID.
       LOAD-ALLOC-PARA.
           MOVE ZERO TO AL-TOP WS-ALLOC-PCT.
           MOVE "N" TO WS-ALLOC-EOF.
           IF FSCA = "35" OR FSCA = "30"
              MOVE "Y" TO WS-ALLOC-EOF
           ELSE
              MOVE WS-ALLOC-EMPID TO CAEMPID
              MOVE ZERO TO CAFROM CASEQ
              START COSTALLOCFILE KEY IS NOT LESS THAN CAKEY
                 INVALID KEY MOVE "Y" TO WS-ALLOC-EOF
              END-START
           END-IF.
           PERFORM UNTIL WS-ALLOC-EOF = "Y"
              READ COSTALLOCFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-ALLOC-EOF
                 NOT AT END
                    IF CAEMPID NOT = WS-ALLOC-EMPID
                       MOVE "Y" TO WS-ALLOC-EOF
                    ELSE
                       IF CAFROM NOT > WS-ALLOC-PERIOD AND
                          (CATO = ZERO OR
                           CATO NOT < WS-ALLOC-PERIOD) AND
                          AL-TOP < 10
                          ADD 1 TO AL-TOP
                          MOVE CABRNID TO AL-BRNID(AL-TOP)
                          MOVE CADEPID TO AL-DEPID(AL-TOP)
                          MOVE CAPCT   TO AL-PCT(AL-TOP)
                          ADD CAPCT TO WS-ALLOC-PCT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       WRITE-BUDGET-LINE-PARA.
           MOVE SPACES TO BUDGRPTREC.
           MOVE "BDGT" TO BRTYPE.
           MOVE BD-BRID(BD-IDX)  TO BRBRID.
           MOVE BD-DEPID(BD-IDX) TO BRDEPID.
           ADD BD-BHEAD(BD-IDX) TO TT-BHEAD.
           ADD BD-AHEAD(BD-IDX) TO TT-AHEAD.
           ADD BD-BMTH(BD-IDX)  TO TT-BMTH.
           ADD BD-AMTH(BD-IDX)  TO TT-AMTH.
           ADD BD-BYTD(BD-IDX)  TO TT-BYTD.
           ADD BD-AYTD(BD-IDX)  TO TT-AYTD.
           MOVE BD-BHEAD(BD-IDX) TO WS-BASE.
           COMPUTE WS-VAR = BD-AHEAD(BD-IDX) - BD-BHEAD(BD-IDX).
           PERFORM JUDGE-VARIANCE-PARA.
           MOVE BD-BHEAD(BD-IDX) TO BRBHEAD.
           MOVE BD-AHEAD(BD-IDX) TO BRAHEAD.
           MOVE WS-VAR  TO BRHVAR.
           MOVE WS-FLAG TO BRHFLAG.
           MOVE BD-BMTH(BD-IDX) TO WS-BASE.
           COMPUTE WS-VAR = BD-AMTH(BD-IDX) - BD-BMTH(BD-IDX).
           PERFORM JUDGE-VARIANCE-PARA.
           MOVE BD-BMTH(BD-IDX) TO BRBMTH.
           MOVE BD-AMTH(BD-IDX) TO BRAMTH.
           MOVE WS-VAR  TO BRMVAR.
           MOVE WS-PCT  TO BRMPCT.
           MOVE WS-FLAG TO BRMFLAG.
           MOVE BD-BYTD(BD-IDX) TO WS-BASE.
           COMPUTE WS-VAR = BD-AYTD(BD-IDX) - BD-BYTD(BD-IDX).
           PERFORM JUDGE-VARIANCE-PARA.
           MOVE BD-BYTD(BD-IDX) TO BRBYTD.
           MOVE BD-AYTD(BD-IDX) TO BRAYTD.
           MOVE WS-VAR  TO BRYVAR.
           MOVE WS-PCT  TO BRYPCT.
           MOVE WS-FLAG TO BRYFLAG.
           IF BRHFLAG = "OVER" OR BRMFLAG = "OVER" OR
              BRYFLAG = "OVER"
              ADD 1 TO WS-OVER-COUNT.
           WRITE BUDGRPTREC.

      *    VARIANCE WS-VAR AGAINST BUDGET WS-BASE AS A PERCENT OF THE
      *    BUDGET; NOTHING BUDGETED BUT SOMETHING SPENT IS ALWAYS OVER
      *    AND SHOWN AS 999.99 PERCENT.
       JUDGE-VARIANCE-PARA.
           MOVE SPACES TO WS-FLAG.
           MOVE ZERO TO WS-PCT.
           IF WS-BASE = ZERO
              IF WS-VAR > ZERO
                 MOVE 999.99 TO WS-PCT
                 MOVE "OVER" TO WS-FLAG
              END-IF
           ELSE
              IF WS-VAR < ZERO
                 COMPUTE WS-ABSVAR = ZERO - WS-VAR
              ELSE
                 MOVE WS-VAR TO WS-ABSVAR
              END-IF
              IF WS-ABSVAR * 100 / WS-BASE > 999.99
                 MOVE 999.99 TO WS-PCT
              ELSE
                 COMPUTE WS-PCT ROUNDED = WS-ABSVAR * 100 / WS-BASE
              END-IF
              IF WS-PCT > WS-TOLPCT
                 IF WS-VAR > ZERO
                    MOVE "OVER" TO WS-FLAG
                 ELSE
                    MOVE "UNDR" TO WS-FLAG
                 END-IF
              END-IF
              IF WS-VAR < ZERO
                 COMPUTE WS-PCT = ZERO - WS-PCT
              END-IF
           END-IF.

       WRITE-TOTAL-LINE-PARA.
           MOVE SPACES TO BUDGRPTREC.
           MOVE "TOTL" TO BRTYPE.
           MOVE TT-BHEAD TO WS-BASE.
           COMPUTE WS-VAR = TT-AHEAD - TT-BHEAD.
           PERFORM JUDGE-VARIANCE-PARA.
           MOVE TT-BHEAD TO BRBHEAD.
           MOVE TT-AHEAD TO BRAHEAD.
           MOVE WS-VAR  TO BRHVAR.
           MOVE WS-FLAG TO BRHFLAG.
           MOVE TT-BMTH TO WS-BASE.
           COMPUTE WS-VAR = TT-AMTH - TT-BMTH.
           PERFORM JUDGE-VARIANCE-PARA.
           MOVE TT-BMTH TO BRBMTH.
           MOVE TT-AMTH TO BRAMTH.
           MOVE WS-VAR  TO BRMVAR.
           MOVE WS-PCT  TO BRMPCT.
           MOVE WS-FLAG TO BRMFLAG.
           MOVE TT-BYTD TO WS-BASE.
           COMPUTE WS-VAR = TT-AYTD - TT-BYTD.
           PERFORM JUDGE-VARIANCE-PARA.
           MOVE TT-BYTD TO BRBYTD.
           MOVE TT-AYTD TO BRAYTD.
           MOVE WS-VAR  TO BRYVAR.
           MOVE WS-PCT  TO BRYPCT.
           MOVE WS-FLAG TO BRYFLAG.
           WRITE BUDGRPTREC.

       END PROGRAM BUDGRPT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGCHK.

      *    PAYROLL INTEGRITY CHECK - RUN AFTER PAYRUN AND BEFORE
      *    BANKDISB. CROSS-CHECKS EVERY PAID ROW (PHNET ABOVE ZERO) OF
      *    THE PERIOD'S PAYHISTFILE FOR THE CLASSIC PAYROLL FRAUDS:
      *      DUPACC - BANKFILE BKACCNO SHARED WITH ANOTHER EMPLOYEE
      *      NOATTD - ATPRESENT OF ZERO, OR NO ATTENDANCE ROW AT ALL
      *               ONCE THE PERIOD'S ATTENDANCE HAS BEEN POSTED
      *      PASTLW - PAID FOR A PERIOD AFTER THE MONTH OF THE
      *               SEPARATEFILE LAST WORKING DAY
      *      DUPPER - SAME NAME AND EPDOB AS ANOTHER EMPLOYEE CODE
      *               THAT IS NOT AN EARLIER OR LATER ENGAGEMENT OF THE
      *               SAME PERSON ON DATA/REHIRE.DAT
      *    EACH HIT IS FILED ON DATA/INTEGEXC.DAT (PERIOD, EMPLOYEE,
      *    CHECK) AS F(LAGGED) AND LISTED ON DATA/INTEGRPT.DAT. BANKDISB
      *    TREATS A FLAGGED ROW LIKE AN ACTIVE HOLD UNTIL AN ADMIN
      *    CLEARS IT WITH A REASON IN INTEGCLR. A RERUN KEEPS EARLIER
      *    DECISIONS - A CLEARED EXCEPTION IS NOT RAISED AGAIN. ANY
      *    EXCEPTION STILL OPEN SETS RETURN-CODE 4, AS PAYVAR DOES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYHISTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PHKEY
           FILE STATUS IS FSH.

           SELECT BANKFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BKEMPID
           FILE STATUS IS FSBK.

           SELECT ATTENDFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ATKEY
           FILE STATUS IS FSAT.

           SELECT SEPARATEFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SPEMPID
           FILE STATUS IS FSSP.

           SELECT EMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EEMPID
           FILE STATUS IS FSE.

           SELECT EMPPERSONALFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EPEMPID
           FILE STATUS IS FSEP.

           SELECT REHIREFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RHNEWID
           ALTERNATE RECORD KEY IS RHOLDID
           WITH DUPLICATES
           FILE STATUS IS FSRH.

           SELECT INTEGFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IXKEY
           FILE STATUS IS FSIX.

           SELECT INTEGRPTFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSS.

       DATA DIVISION.
       FILE SECTION.
       FD PAYHISTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/PAYHIST.DAT".
       01 PAYHISTREC.
           02 PHKEY.
              03 PHPERIOD  PIC 9(6).
              03 PHEMPID   PIC X(6).
           02 PHGROSS      PIC 9(8)V99.
           02 PHDEDUCT     PIC 9(8)V99.
           02 PHNET        PIC 9(8)V99.
           02 PHFINAL      PIC X(1).
           02 PHPAID       PIC X(1).
           02 PHHELD       PIC X(1).

       FD BANKFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/BANK.DAT".
       01 BANKREC.
           02 BKEMPID  PIC X(6).
           02 BKACCNO  PIC X(16).
           02 BKBANK   PIC X(20).
           02 BKIFSC   PIC X(11).
           02 BKMODE   PIC X(4).

       FD ATTENDFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/ATTEND.DAT".
       01 ATTENDREC.
           02 ATKEY.
              03 ATPERIOD  PIC 9(6).
              03 ATEMPID   PIC X(6).
           02 ATPRESENT    PIC 99.
           02 ATABSENT     PIC 99.
           02 ATLOP        PIC 99.

       FD SEPARATEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/SEPARATE.DAT".
       01 SEPARATEREC.
           02 SPEMPID   PIC X(6).
           02 SPLWD     PIC X(10).
           02 SPREASON  PIC X(20).

       FD EMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/EMP.DAT".
       01 EMPREC.
           02 EEMPID    PIC X(6).
           02 EEMPNAME  PIC X(25).
           02 EEMPADDR  PIC X(30).
           02 EPHONE    PIC X(10).
           02 EDOJ      PIC X(10).
           02 EDIP      PIC X(10).
           02 EUG       PIC X(4).
           02 EPG       PIC X(4).
           02 EPROFQ    PIC X(4).
           02 ESKILL    PIC X(10).
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).

       FD EMPPERSONALFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/EMPPER.DAT".
       01 EMPPERSONALREC.
           02 EPEMPID  PIC X(6).
           02 EPTADD   PIC X(30).
           02 EPTPH    PIC X(10).
           02 EPDOB    PIC X(10).
           02 EPPOB    PIC X(10).
           02 EPLANG   PIC X(15).
           02 EPBLOOD  PIC X(4).
           02 EPWEIGHT PIC 999.
           02 EPHEIGHT PIC 999.
           02 EPVISION PIC X(15).
           02 EPFATHER PIC X(25).
           02 EPDOBF   PIC X(10).
           02 EPMOTHER PIC X(25).
           02 EPDOBM   PIC X(10).
           02 EPSPOUSE PIC X(25).
           02 EPCHILD  PIC X(25).
           02 EPDOBC   PIC X(10).

       FD REHIREFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/REHIRE.DAT".
       01 REHIREREC.
           02 RHNEWID      PIC X(6).
           02 RHOLDID      PIC X(6).
           02 RHDATE       PIC X(10).
           02 RHOLDDOJ     PIC X(10).
           02 RHOLDLWD     PIC X(10).
           02 RHPRIOR      PIC 9(5).
           02 RHBRIDGE     PIC X(1).
           02 RHENTDT      PIC X(10).
           02 RHDECBY      PIC X(8).
           02 RHDECDT      PIC X(10).

       FD INTEGFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/INTEGEXC.DAT".
       01 INTEGREC.
           02 IXKEY.
              03 IXPERIOD  PIC 9(6).
              03 IXEMPID   PIC X(6).
              03 IXCHECK   PIC X(6).
           02 IXDETAIL     PIC X(20).
           02 IXSTAT       PIC X(1).
           02 IXFLAGDT     PIC X(10).
           02 IXCLRBY      PIC X(8).
           02 IXCLRDT      PIC X(10).
           02 IXREASON     PIC X(25).

       FD INTEGRPTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/INTEGRPT.DAT".
       01 INTEGRPTREC.
           02 IRPERIOD  PIC 9(6).
           02 FILLER    PIC X(1).
           02 IREMPID   PIC X(6).
           02 FILLER    PIC X(1).
           02 IRNAME    PIC X(25).
           02 FILLER    PIC X(1).
           02 IRCHECK   PIC X(6).
           02 FILLER    PIC X(1).
           02 IRDETAIL  PIC X(20).
           02 FILLER    PIC X(1).
           02 IRNET     PIC Z(7)9.99.
           02 FILLER    PIC X(1).
           02 IRSTAT    PIC X(7).
       01 INTEGTOTREC.
           02 ITTYPE    PIC X(4).
           02 FILLER    PIC X(1).
           02 ITCHECKED PIC Z(5)9.
           02 FILLER    PIC X(1).
           02 ITEXC     PIC Z(5)9.
           02 FILLER    PIC X(1).
           02 ITOPEN    PIC Z(5)9.

       WORKING-STORAGE SECTION.
       77 FSH   PIC XX.
       77 FSBK  PIC XX.
       77 FSAT  PIC XX.
       77 FSSP  PIC XX.
       77 FSE   PIC XX.
       77 FSEP  PIC XX.
       77 FSIX  PIC XX.
       77 FSS   PIC XX.
       77 FSRH  PIC XX.
       77 WS-EOF       PIC X VALUE "N".
       77 WS-PERIOD    PIC 9(6).
       77 WS-PER-MM    PIC 99.
       77 WS-SEP-PER   PIC 9(6).
       77 WS-ATT-POSTED PIC X VALUE "N".
       77 WS-EXISTS    PIC X.
       77 WS-CHECK     PIC X(6).
       77 WS-DETAIL    PIC X(20).
       77 WS-MY-IDX    PIC 9(4).
       77 WS-SYSDATE   PIC 9(8).
       77 WS-TODAY     PIC X(10).
       77 WS-CHECKED   PIC 9(6) VALUE ZERO.
       77 WS-EXC-COUNT PIC 9(6) VALUE ZERO.
       77 WS-OPEN-COUNT PIC 9(6) VALUE ZERO.
       77 WS-LINK-FROM PIC X(6).
       77 WS-LINK-TO   PIC X(6).
       77 WS-LINK-ID   PIC X(6).
       77 WS-LINKED    PIC X.
       77 WS-LINK-END  PIC X.
       77 WS-HOPS      PIC 99.

       01 BANK-TABLE.
           02 BT-ENTRY OCCURS 3000 TIMES INDEXED BY BT-IDX.
              03 BT-ACCNO  PIC X(16).
              03 BT-EMPID  PIC X(6).
       77 BT-TOP PIC 9(4) VALUE ZERO.

       01 PERSON-TABLE.
           02 PT-ENTRY OCCURS 3000 TIMES INDEXED BY PT-IDX.
              03 PT-NAME   PIC X(25).
              03 PT-DOB    PIC X(10).
              03 PT-EMPID  PIC X(6).
       77 PT-TOP PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "ENTER PAY PERIOD (CCYYMM)          :".
           ACCEPT WS-PERIOD.
           MOVE WS-PERIOD (5:2) TO WS-PER-MM.
           IF WS-PERIOD < 190001 OR WS-PER-MM < 1 OR WS-PER-MM > 12
              DISPLAY "INVALID PAY PERIOD, USE CCYYMM"
              MOVE 8 TO RETURN-CODE
              STOP RUN.
           OPEN INPUT PAYHISTFILE.
           IF FSH = "35" OR FSH = "30"
              DISPLAY "NO PAY HISTORY ON FILE - RUN PAYRUN FIRST"
              MOVE 8 TO RETURN-CODE
              STOP RUN.
           ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-TODAY.
           STRING WS-SYSDATE (1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-SYSDATE (5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-SYSDATE (7:2) DELIMITED BY SIZE
             INTO WS-TODAY.
           OPEN INPUT BANKFILE.
           OPEN INPUT ATTENDFILE.
           OPEN INPUT SEPARATEFILE.
           OPEN INPUT EMPFILE.
           OPEN INPUT EMPPERSONALFILE.
           OPEN INPUT REHIREFILE.
           OPEN I-O INTEGFILE.
           IF FSIX = "35" OR FSIX = "30"
              OPEN OUTPUT INTEGFILE.
           OPEN OUTPUT INTEGRPTFILE.
           PERFORM LOAD-BANK-PARA.
           PERFORM LOAD-PERSON-PARA.
           PERFORM CHECK-ATT-POSTED-PARA.
           MOVE "N" TO WS-EOF.
           MOVE WS-PERIOD TO PHPERIOD.
           MOVE SPACES TO PHEMPID.
           START PAYHISTFILE KEY IS NOT LESS THAN PHKEY
              INVALID KEY MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
              READ PAYHISTFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF PHPERIOD NOT = WS-PERIOD
                       MOVE "Y" TO WS-EOF
                    ELSE
                       IF PHNET > ZERO
                          PERFORM CHECK-ROW-PARA
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO INTEGTOTREC.
           MOVE "TOTL" TO ITTYPE.
           MOVE WS-CHECKED TO ITCHECKED.
           MOVE WS-EXC-COUNT TO ITEXC.
           MOVE WS-OPEN-COUNT TO ITOPEN.
           WRITE INTEGTOTREC.
           CLOSE PAYHISTFILE BANKFILE ATTENDFILE SEPARATEFILE EMPFILE
                 EMPPERSONALFILE REHIREFILE INTEGFILE INTEGRPTFILE.
           DISPLAY "INTEGRITY CHECK COMPLETE - " WS-CHECKED
                   " PAID ROWS, " WS-EXC-COUNT " EXCEPTIONS, "
                   WS-OPEN-COUNT " STILL OPEN".
           IF WS-OPEN-COUNT > ZERO
              DISPLAY "OPEN EXCEPTIONS STAY OFF THE BANK FILE UNTIL"
                      " CLEARED IN INTEGCLR"
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-BANK-PARA.
           IF FSBK = "35" OR FSBK = "30"
              CONTINUE
           ELSE
              MOVE "N" TO WS-EOF
              MOVE LOW-VALUES TO BKEMPID
              START BANKFILE KEY IS NOT LESS THAN BKEMPID
                 INVALID KEY MOVE "Y" TO WS-EOF
              END-START
              PERFORM UNTIL WS-EOF = "Y"
                 READ BANKFILE NEXT RECORD
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF BKACCNO NOT = SPACES
                          PERFORM CHECK-BT-ROOM-PARA
                          ADD 1 TO BT-TOP
                          MOVE BKACCNO TO BT-ACCNO(BT-TOP)
                          MOVE BKEMPID TO BT-EMPID(BT-TOP)
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

       LOAD-PERSON-PARA.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO EEMPID.
           START EMPFILE KEY IS NOT LESS THAN EEMPID
              INVALID KEY MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
              READ EMPFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    MOVE EEMPID TO EPEMPID
                    READ EMPPERSONALFILE
                       INVALID KEY MOVE SPACES TO EPDOB
                    END-READ
                    IF EPDOB NOT = SPACES
                       PERFORM CHECK-PT-ROOM-PARA
                       ADD 1 TO PT-TOP
                       MOVE EEMPNAME TO PT-NAME(PT-TOP)
                       MOVE EPDOB    TO PT-DOB(PT-TOP)
                       MOVE EEMPID   TO PT-EMPID(PT-TOP)
                    END-IF
              END-READ
           END-PERFORM.

      *    A FRAUD CHECK MUST NOT PASS SILENTLY ON A PARTIAL LOAD - AN
      *    OVERFLOWING TABLE STOPS THE RUN.
       CHECK-BT-ROOM-PARA.
           IF BT-TOP >= 3000
              DISPLAY "BANK ACCOUNT TABLE FULL - RAISE BT-ENTRY"
                      " OCCURS AND RERUN"
              MOVE 8 TO RETURN-CODE
              STOP RUN.

       CHECK-PT-ROOM-PARA.
           IF PT-TOP >= 3000
              DISPLAY "PERSON TABLE FULL - RAISE PT-ENTRY"
                      " OCCURS AND RERUN"
              MOVE 8 TO RETURN-CODE
              STOP RUN.

      *    A MISSING ATTENDANCE ROW ONLY COUNTS AS ZERO PRESENCE ONCE
      *    ATTPOST HAS FILED THE PERIOD - OTHERWISE EVERYONE WOULD BE
      *    FLAGGED BEFORE ATTENDANCE WAS IN.
       CHECK-ATT-POSTED-PARA.
           IF FSAT = "35" OR FSAT = "30"
              CONTINUE
           ELSE
              MOVE WS-PERIOD TO ATPERIOD
              MOVE SPACES TO ATEMPID
              START ATTENDFILE KEY IS NOT LESS THAN ATKEY
                 INVALID KEY MOVE "10" TO FSAT
              END-START
              IF FSAT = "00"
                 READ ATTENDFILE NEXT RECORD
                    AT END CONTINUE
                    NOT AT END
                       IF ATPERIOD = WS-PERIOD
                          MOVE "Y" TO WS-ATT-POSTED
                       END-IF
                 END-READ
              END-IF
           END-IF.

       CHECK-ROW-PARA.
           ADD 1 TO WS-CHECKED.
           MOVE PHEMPID TO EEMPID.
           READ EMPFILE
              INVALID KEY MOVE SPACES TO EEMPNAME
           END-READ.
           PERFORM CHECK-DUPACC-PARA.
           PERFORM CHECK-NOATTD-PARA.
           PERFORM CHECK-PASTLW-PARA.
           PERFORM CHECK-DUPPER-PARA.

       CHECK-DUPACC-PARA.
           MOVE ZERO TO WS-MY-IDX.
           PERFORM VARYING BT-IDX FROM 1 BY 1
              UNTIL BT-IDX > BT-TOP OR WS-MY-IDX NOT = ZERO
              IF BT-EMPID(BT-IDX) = PHEMPID
                 SET WS-MY-IDX TO BT-IDX
              END-IF
           END-PERFORM.
           IF WS-MY-IDX NOT = ZERO
              MOVE SPACES TO WS-DETAIL
              PERFORM VARYING BT-IDX FROM 1 BY 1
                 UNTIL BT-IDX > BT-TOP OR WS-DETAIL NOT = SPACES
                 IF BT-ACCNO(BT-IDX) = BT-ACCNO(WS-MY-IDX) AND
                    BT-EMPID(BT-IDX) NOT = PHEMPID
                    STRING "ACCOUNT ALSO " DELIMITED BY SIZE
                           BT-EMPID(BT-IDX) DELIMITED BY SIZE
                      INTO WS-DETAIL
                 END-IF
              END-PERFORM
              IF WS-DETAIL NOT = SPACES
                 MOVE "DUPACC" TO WS-CHECK
                 PERFORM RAISE-EXC-PARA
              END-IF
           END-IF.

       CHECK-NOATTD-PARA.
           IF WS-ATT-POSTED = "Y"
              MOVE SPACES TO WS-DETAIL
              MOVE WS-PERIOD TO ATPERIOD
              MOVE PHEMPID TO ATEMPID
              READ ATTENDFILE
                 INVALID KEY MOVE "NO ATTENDANCE ROW" TO WS-DETAIL
                 NOT INVALID KEY
                    IF ATPRESENT = ZERO
                       MOVE "ZERO DAYS PRESENT" TO WS-DETAIL
                    END-IF
              END-READ
              IF WS-DETAIL NOT = SPACES
                 MOVE "NOATTD" TO WS-CHECK
                 PERFORM RAISE-EXC-PARA
              END-IF
           END-IF.

       CHECK-PASTLW-PARA.
           IF FSSP = "35" OR FSSP = "30"
              CONTINUE
           ELSE
              MOVE SPACES TO WS-DETAIL
              MOVE PHEMPID TO SPEMPID
              READ SEPARATEFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE SPLWD (1:4) TO WS-SEP-PER (1:4)
                    MOVE SPLWD (6:2) TO WS-SEP-PER (5:2)
                    IF WS-SEP-PER < WS-PERIOD
                       STRING "LAST DAY " DELIMITED BY SIZE
                              SPLWD DELIMITED BY SIZE
                         INTO WS-DETAIL
                    END-IF
              END-READ
              IF WS-DETAIL NOT = SPACES
                 MOVE "PASTLW" TO WS-CHECK
                 PERFORM RAISE-EXC-PARA
              END-IF
           END-IF.

       CHECK-DUPPER-PARA.
           MOVE ZERO TO WS-MY-IDX.
           PERFORM VARYING PT-IDX FROM 1 BY 1
              UNTIL PT-IDX > PT-TOP OR WS-MY-IDX NOT = ZERO
              IF PT-EMPID(PT-IDX) = PHEMPID
                 SET WS-MY-IDX TO PT-IDX
              END-IF
           END-PERFORM.
           IF WS-MY-IDX NOT = ZERO
              MOVE SPACES TO WS-DETAIL
              PERFORM VARYING PT-IDX FROM 1 BY 1
                 UNTIL PT-IDX > PT-TOP OR WS-DETAIL NOT = SPACES
                 IF PT-NAME(PT-IDX) = PT-NAME(WS-MY-IDX) AND
                    PT-DOB(PT-IDX) = PT-DOB(WS-MY-IDX) AND
                    PT-EMPID(PT-IDX) NOT = PHEMPID
                    PERFORM CHECK-LINKED-PARA
                    IF WS-LINKED = "N"
                       STRING "SAME PERSON AS " DELIMITED BY SIZE
                              PT-EMPID(PT-IDX) DELIMITED BY SIZE
                         INTO WS-DETAIL
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-DETAIL NOT = SPACES
                 MOVE "DUPPER" TO WS-CHECK
                 PERFORM RAISE-EXC-PARA
              END-IF
           END-IF.

      *    A REHIRE SHARES NAME AND EPDOB WITH ITS EARLIER CODES BY
      *    DESIGN. WALKS THE REHIRE CHAIN BACK FROM EACH OF THE TWO
      *    CODES LOOKING FOR THE OTHER.
       CHECK-LINKED-PARA.
           MOVE "N" TO WS-LINKED.
           IF FSRH = "35" OR FSRH = "30"
              CONTINUE
           ELSE
              MOVE PHEMPID TO WS-LINK-FROM
              MOVE PT-EMPID(PT-IDX) TO WS-LINK-TO
              PERFORM WALK-CHAIN-PARA
              IF WS-LINKED = "N"
                 MOVE PT-EMPID(PT-IDX) TO WS-LINK-FROM
                 MOVE PHEMPID TO WS-LINK-TO
                 PERFORM WALK-CHAIN-PARA
              END-IF
           END-IF.

       WALK-CHAIN-PARA.
           MOVE WS-LINK-FROM TO WS-LINK-ID.
           MOVE "N" TO WS-LINK-END.
           MOVE ZERO TO WS-HOPS.
           PERFORM UNTIL WS-LINK-END = "Y" OR WS-LINKED = "Y"
                      OR WS-HOPS > 20
              MOVE WS-LINK-ID TO RHNEWID
              READ REHIREFILE
                 INVALID KEY MOVE "Y" TO WS-LINK-END
                 NOT INVALID KEY
                    IF RHOLDID = WS-LINK-TO
                       MOVE "Y" TO WS-LINKED
                    ELSE
                       MOVE RHOLDID TO WS-LINK-ID
                    END-IF
              END-READ
              ADD 1 TO WS-HOPS
           END-PERFORM.

      *    FILES THE EXCEPTION UNLESS IT IS ALREADY ON FILE FROM AN
      *    EARLIER RUN, IN WHICH CASE ITS STATUS (POSSIBLY CLEARED) IS
      *    LEFT ALONE AND ONLY REPORTED.
       RAISE-EXC-PARA.
           MOVE PHPERIOD TO IXPERIOD.
           MOVE PHEMPID  TO IXEMPID.
           MOVE WS-CHECK TO IXCHECK.
           MOVE "N" TO WS-EXISTS.
           READ INTEGFILE
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE "Y" TO WS-EXISTS
           END-READ.
           MOVE SPACES TO INTEGRPTREC.
           IF WS-EXISTS = "N"
              MOVE WS-DETAIL TO IXDETAIL
              MOVE "F"       TO IXSTAT
              MOVE WS-TODAY  TO IXFLAGDT
              MOVE SPACES    TO IXCLRBY IXCLRDT IXREASON
              WRITE INTEGREC
              MOVE "NEW"     TO IRSTAT
           ELSE
              IF IXSTAT = "C"
                 MOVE "CLEARED" TO IRSTAT
              ELSE
                 MOVE "OPEN"    TO IRSTAT
              END-IF
           END-IF.
           ADD 1 TO WS-EXC-COUNT.
           IF IXSTAT NOT = "C"
              ADD 1 TO WS-OPEN-COUNT.
           MOVE PHPERIOD  TO IRPERIOD.
           MOVE PHEMPID   TO IREMPID.
           MOVE EEMPNAME  TO IRNAME.
           MOVE WS-CHECK  TO IRCHECK.
           MOVE WS-DETAIL TO IRDETAIL.
           MOVE PHNET     TO IRNET.
           WRITE INTEGRPTREC.

       END PROGRAM INTEGCHK.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGCLR.

      *    PAYROLL INTEGRITY EXCEPTION CLEARANCE - LISTS THE OPEN
      *    EXCEPTIONS INTEGCHK FILED ON DATA/INTEGEXC.DAT FOR A PERIOD,
      *    OR CLEARS ONE (OR, WITH A BLANK CHECK CODE, EVERY OPEN ONE
      *    OF AN EMPLOYEE FOR THE PERIOD) ONCE IT HAS BEEN LOOKED INTO.
      *    CLEARING TAKES AN ADMIN LOGIN AND A REASON; THE CLEARANCE
      *    AND ITS REASON ARE KEPT ON THE EXCEPTION AND WRITTEN TO
      *    DATA/AUDIT.DAT. A CLEARED ROW IS PAID BY THE NEXT BANKDISB
      *    (THE HELD-ROW SWEEP PICKS UP EARLIER PERIODS).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTEGFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IXKEY
           FILE STATUS IS FSIX.

           SELECT USERFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USERID
           FILE STATUS IS FSU.

           SELECT AUDITFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSA.

       DATA DIVISION.
       FILE SECTION.
       FD INTEGFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/INTEGEXC.DAT".
       01 INTEGREC.
           02 IXKEY.
              03 IXPERIOD  PIC 9(6).
              03 IXEMPID   PIC X(6).
              03 IXCHECK   PIC X(6).
           02 IXDETAIL     PIC X(20).
           02 IXSTAT       PIC X(1).
           02 IXFLAGDT     PIC X(10).
           02 IXCLRBY      PIC X(8).
           02 IXCLRDT      PIC X(10).
           02 IXREASON     PIC X(25).

       FD USERFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/USER.DAT".
       01 USERREC.
           03 USERID           PIC X(8).
           03 USER-PWD-HASH    PIC 9(10).
           03 USER-ROLE        PIC X(8).
           03 USER-EMPID       PIC X(6).

       FD AUDITFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/AUDIT.DAT".
       01 AUDITREC            PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSIX  PIC XX.
       77 FSU   PIC XX.
       77 FSA   PIC XX.
       77 WS-MODE      PIC X.
       77 WS-EOF       PIC X.
       77 WS-PERIOD    PIC 9(6).
       77 WS-EMPID     PIC X(6).
       77 WS-CHECK     PIC X(6).
       77 WS-REASON    PIC X(25).
       77 WS-SYSDATE   PIC 9(8).
       77 WS-TODAY     PIC X(10).
       77 WS-CLEARED   PIC 9(4) VALUE ZERO.
       77 WS-LISTED    PIC 9(4) VALUE ZERO.
       77 WS-LOGIN-ID  PIC X(8).
       77 WS-LOGIN-PWD PIC X(20).
       77 WS-LOGIN-OK  PIC X.
       01 WS-HASH-WORK.
           03 WS-HASH-I    PIC 9(4).
           03 WS-HASH-ACC  PIC 9(10).
           03 WS-HASH-CH   PIC 9(3).
       01 AUDIT-STAMP.
           03 AUD-DATE         PIC 9(8).
           03 AUD-TIME         PIC 9(8).
       01 WS-LIST-LINE.
           02 WL-EMPID   PIC X(6).
           02 FILLER     PIC X(1) VALUE SPACE.
           02 WL-CHECK   PIC X(6).
           02 FILLER     PIC X(1) VALUE SPACE.
           02 WL-DETAIL  PIC X(20).
           02 FILLER     PIC X(1) VALUE SPACE.
           02 WL-FLAGDT  PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "(L)IST OPEN EXCEPTIONS OR (C)LEAR ?:".
           ACCEPT WS-MODE.
           IF WS-MODE = "l"
              MOVE "L" TO WS-MODE.
           IF WS-MODE = "c"
              MOVE "C" TO WS-MODE.
           IF WS-MODE NOT = "L" AND WS-MODE NOT = "C"
              DISPLAY "INVALID CHOICE - ENTER L OR C"
              STOP RUN.
           DISPLAY "ENTER PAY PERIOD (CCYYMM)          :".
           ACCEPT WS-PERIOD.
           OPEN I-O INTEGFILE.
           IF FSIX = "35" OR FSIX = "30"
              DISPLAY "NO INTEGRITY EXCEPTIONS ON FILE"
              STOP RUN.
           IF WS-MODE = "L"
              MOVE SPACES TO WS-EMPID
              PERFORM LIST-PARA
              CLOSE INTEGFILE
              DISPLAY WS-LISTED " OPEN EXCEPTIONS"
              STOP RUN.
           CLOSE INTEGFILE.
           DISPLAY "EMPLOYEE CODE                      :".
           ACCEPT WS-EMPID.
           DISPLAY "CHECK CODE (BLANK = ALL OPEN)      :".
           ACCEPT WS-CHECK.
           DISPLAY "REASON FOR CLEARING                :".
           ACCEPT WS-REASON.
           IF WS-REASON = SPACES
              DISPLAY "A REASON IS REQUIRED TO CLEAR AN EXCEPTION"
              MOVE 8 TO RETURN-CODE
              STOP RUN.
           PERFORM VERIFY-ADMIN-PARA.
           IF WS-LOGIN-OK NOT = "Y"
              DISPLAY "CLEARANCE REFUSED - ADMIN LOGIN REQUIRED"
              MOVE 8 TO RETURN-CODE
              STOP RUN.
           ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-TODAY.
           STRING WS-SYSDATE (1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-SYSDATE (5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-SYSDATE (7:2) DELIMITED BY SIZE
             INTO WS-TODAY.
           OPEN I-O INTEGFILE.
           MOVE WS-PERIOD TO IXPERIOD.
           MOVE WS-EMPID  TO IXEMPID.
           MOVE WS-CHECK  TO IXCHECK.
           MOVE "N" TO WS-EOF.
           START INTEGFILE KEY IS NOT LESS THAN IXKEY
              INVALID KEY MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
              READ INTEGFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF IXPERIOD NOT = WS-PERIOD OR
                       IXEMPID NOT = WS-EMPID OR
                       (WS-CHECK NOT = SPACES AND
                        IXCHECK NOT = WS-CHECK)
                       MOVE "Y" TO WS-EOF
                    ELSE
                       IF IXSTAT = "F"
                          PERFORM CLEAR-ONE-PARA
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE INTEGFILE.
           IF WS-CLEARED = ZERO
              DISPLAY "NO OPEN EXCEPTION FOUND FOR " WS-EMPID
                      " IN " WS-PERIOD
              MOVE 8 TO RETURN-CODE
           ELSE
              DISPLAY WS-CLEARED " EXCEPTION(S) CLEARED"
           END-IF.
           STOP RUN.

       CLEAR-ONE-PARA.
           MOVE "C"         TO IXSTAT.
           MOVE WS-LOGIN-ID TO IXCLRBY.
           MOVE WS-TODAY    TO IXCLRDT.
           MOVE WS-REASON   TO IXREASON.
           REWRITE INTEGREC.
           ADD 1 TO WS-CLEARED.
           PERFORM WRITE-CLEAR-AUDIT-PARA.

       LIST-PARA.
           DISPLAY "EMPID  CHECK  DETAIL               FLAGGED".
           MOVE WS-PERIOD TO IXPERIOD.
           MOVE SPACES TO IXEMPID IXCHECK.
           MOVE "N" TO WS-EOF.
           START INTEGFILE KEY IS NOT LESS THAN IXKEY
              INVALID KEY MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
              READ INTEGFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF IXPERIOD NOT = WS-PERIOD
                       MOVE "Y" TO WS-EOF
                    ELSE
                       IF IXSTAT = "F"
                          MOVE IXEMPID  TO WL-EMPID
                          MOVE IXCHECK  TO WL-CHECK
                          MOVE IXDETAIL TO WL-DETAIL
                          MOVE IXFLAGDT TO WL-FLAGDT
                          DISPLAY WS-LIST-LINE
                          ADD 1 TO WS-LISTED
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       VERIFY-ADMIN-PARA.
           MOVE "N" TO WS-LOGIN-OK.
           DISPLAY "ENTER ADMIN USER ID                :".
           ACCEPT WS-LOGIN-ID.
           DISPLAY "ENTER PASSWORD                     :".
           ACCEPT WS-LOGIN-PWD.
           PERFORM HASH-PASSWORD-PARA.
           OPEN INPUT USERFILE.
           IF FSU = "35" OR FSU = "30"
              CLOSE USERFILE
           ELSE
              MOVE WS-LOGIN-ID TO USERID
              READ USERFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF USER-PWD-HASH = WS-HASH-ACC AND
                       USER-ROLE = "ADMIN"
                       MOVE "Y" TO WS-LOGIN-OK
                    END-IF
              END-READ
              CLOSE USERFILE
           END-IF.

       HASH-PASSWORD-PARA.
           MOVE ZERO TO WS-HASH-ACC.
           PERFORM VARYING WS-HASH-I FROM 1 BY 1
                 UNTIL WS-HASH-I > 20
              MOVE FUNCTION ORD(WS-LOGIN-PWD(WS-HASH-I:1))
                 TO WS-HASH-CH
              COMPUTE WS-HASH-ACC =
                 FUNCTION MOD((WS-HASH-ACC * 31) + WS-HASH-CH,
                 9999999999)
           END-PERFORM.

      *    THE REASON RIDES ON THE SAME AUDIT LINE AS THE CLEARANCE
      *    SO THE TRAIL SHOWS WHO LET THE PAYMENT THROUGH AND WHY.
       WRITE-CLEAR-AUDIT-PARA.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT AUD-TIME FROM TIME.
           OPEN EXTEND AUDITFILE.
           IF FSA = "05" OR FSA = "35"
              CLOSE AUDITFILE
              OPEN OUTPUT AUDITFILE.
           MOVE SPACES TO AUDITREC.
           STRING "CLEAR" DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IXKEY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUD-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUD-TIME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LOGIN-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IXREASON DELIMITED BY SIZE
             INTO AUDITREC.
           WRITE AUDITREC.
           CLOSE AUDITFILE.

       END PROGRAM INTEGCLR.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPRUN.

      *    OFF-CYCLE SUPPLEMENTARY PAY RUN - PAYS SELECTED EMPLOYEES
      *    SELECTED ITEMS INSIDE A PERIOD PAYRUN HAS ALREADY RUN,
      *    WITHOUT TOUCHING THE REGULAR RUN'S PAYHIST AND PAYCOMP
      *    ROWS. THE RUN IS KEYED BY PERIOD PLUS A RUN NUMBER 01-99
      *    (00 IS THE REGULAR PAYRUN). FOR EACH EMPLOYEE THE OPERATOR
      *    KEYS, THE ITEMS STILL PAYABLE ARE OFFERED ONE BY ONE - THE
      *    PERIOD'S PAYTRAN ENTRIES (PAYTRNENT), THE PERIOD'S ARREARS
      *    ROW (ARREARS) AND THE EMPLOYEE'S LATEST FINAL SETTLEMENT ON
      *    DATA/SETTLE.DAT (EMPSEP) - AND ONLY THOSE ACCEPTED ARE
      *    PAID. EVERY ITEM PAID IS ENTERED ON THE LEDGER
      *    DATA/SUPPITEM.DAT SO NO LATER SUPPLEMENTARY RUN OFFERS IT
      *    AGAIN AND A PAYRUN RERUN OF THE PERIOD LEAVES IT OUT; ITEMS
      *    THE REGULAR RUN PAID ARE ON THE SAME LEDGER AS RUN 00 AND
      *    ARE NOT OFFERED EITHER. ONE ROW PER EMPLOYEE GOES TO
      *    DATA/SUPPHIST.DAT (PERIOD, RUN, EMPLOYEE) FOR BANKDISB,
      *    PAYINQ, PAYRECON, GLPOST AND TAXCERT, AND THE RUN'S
      *    CONTROL TOTALS ARE APPENDED TO DATA/SUPPCTL.DAT. NO
      *    STATUTORY DEDUCTION IS TAKEN - THE REGULAR RUN ALREADY
      *    CARRIED THE MONTH'S PF, ESI AND TAX. THE PERIOD MUST BE
      *    OPEN ON THE PERIOD CONTROL FILE, THE REGULAR RUN MUST BE ON
      *    PAYHIST, A RUN NUMBER ALREADY USED IS REFUSED AND AN
      *    EMPLOYEE ON AN ACTIVE HOLD IS REFUSED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYHISTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PHKEY
           FILE STATUS IS FSH.

           SELECT SUPPHISTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SHKEY
           FILE STATUS IS FSSH.

           SELECT SUPPITEMFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SIKEY
           FILE STATUS IS FSSI.

           SELECT EMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EEMPID
           FILE STATUS IS FSE.

           SELECT HOLDFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HDEMPID
           FILE STATUS IS FSHD.

           SELECT PAYTRANFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PTKEY
           FILE STATUS IS FSPT.

           SELECT ARREARSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARKEY
           FILE STATUS IS FSAR.

           SELECT PERIODFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PDPERIOD
           FILE STATUS IS FSPD.

           SELECT SETTLEFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSST.

           SELECT SUPPCTLFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSS.

       DATA DIVISION.
       FILE SECTION.
       FD PAYHISTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/PAYHIST.DAT".
       01 PAYHISTREC.
           02 PHKEY.
              03 PHPERIOD  PIC 9(6).
              03 PHEMPID   PIC X(6).
           02 PHGROSS      PIC 9(8)V99.
           02 PHDEDUCT     PIC 9(8)V99.
           02 PHNET        PIC 9(8)V99.
           02 PHFINAL      PIC X(1).
           02 PHPAID       PIC X(1).
           02 PHHELD       PIC X(1).

       FD SUPPHISTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/SUPPHIST.DAT".
       01 SUPPHISTREC.
           02 SHKEY.
              03 SHPERIOD  PIC 9(6).
              03 SHRUN     PIC 99.
              03 SHEMPID   PIC X(6).
           02 SHGROSS      PIC 9(8)V99.
           02 SHDEDUCT     PIC 9(8)V99.
           02 SHNET        PIC 9(8)V99.
           02 SHHELD       PIC X(1).
           02 SHRUNDT      PIC X(10).

       FD SUPPITEMFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/SUPPITEM.DAT".
       01 SUPPITEMREC.
           02 SIKEY.
              03 SIPERIOD  PIC 9(6).
              03 SIEMPID   PIC X(6).
              03 SISRC     PIC X(1).
              03 SICODE    PIC X(6).
           02 SIRUN        PIC 99.
           02 SITYPE       PIC X(1).
           02 SIAMT        PIC 9(8)V99.

       FD EMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/EMP.DAT".
       01 EMPREC.
           02 EEMPID    PIC X(6).
           02 EEMPNAME  PIC X(25).
           02 EEMPADDR  PIC X(30).
           02 EPHONE    PIC X(10).
           02 EDOJ      PIC X(10).
           02 EDIP      PIC X(10).
           02 EUG       PIC X(4).
           02 EPG       PIC X(4).
           02 EPROFQ    PIC X(4).
           02 ESKILL    PIC X(10).
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).

       FD HOLDFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/HOLD.DAT".
       01 HOLDREC.
           02 HDEMPID   PIC X(6).
           02 HDDATE    PIC X(10).
           02 HDREASON  PIC X(20).
           02 HDRELDT   PIC X(10).

       FD PAYTRANFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/PAYTRAN.DAT".
       01 PAYTRANREC.
           02 PTKEY.
              03 PTPERIOD  PIC 9(6).
              03 PTEMPID   PIC X(6).
              03 PTCODE    PIC X(6).
           02 PTTYPE       PIC X(1).
           02 PTAMT        PIC 9(6)V99.
           02 PTDESC       PIC X(20).

       FD ARREARSFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/ARREARS.DAT".
       01 ARREARSREC.
           02 ARKEY.
              03 ARPERIOD  PIC 9(6).
              03 AREMPID   PIC X(6).
           02 ARMONTHS     PIC 99.
           02 ARDIFF       PIC 9(6)V99.
           02 ARAMT        PIC 9(8)V99.
           02 ARREVDATE    PIC X(10).

       FD PERIODFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/PERIOD.DAT".
       01 PERIODREC.
           02 PDPERIOD  PIC 9(6).
           02 PDSTATUS  PIC X(1).
           02 PDCLSDT   PIC X(10).
           02 PDCLSBY   PIC X(8).

       FD SETTLEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/SETTLE.DAT".
       01 SETTLEREC.
           02 STEMPID   PIC X(6).
           02 FILLER    PIC X(1).
           02 STLWD     PIC X(10).
           02 FILLER    PIC X(1).
           02 STGROSS   PIC X(11).
           02 FILLER    PIC X(1).
           02 STGRTY    PIC X(10).
           02 FILLER    PIC X(1).
           02 STENCASH  PIC X(10).
           02 FILLER    PIC X(1).
           02 STLOANREC PIC X(11).
           02 FILLER    PIC X(1).
           02 STASSET   PIC X(10).
           02 FILLER    PIC X(1).
           02 STNET     PIC X(12).

       FD SUPPCTLFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/SUPPCTL.DAT".
       01 SUPPCTLREC.
           02 SCPERIOD  PIC 9(6).
           02 FILLER    PIC X(1) VALUE SPACE.
           02 SCRUN     PIC 99.
           02 FILLER    PIC X(1) VALUE SPACE.
           02 SCCOUNT   PIC Z(5)9.
           02 FILLER    PIC X(1) VALUE SPACE.
           02 SCGROSS   PIC Z(9)9.99.
           02 FILLER    PIC X(1) VALUE SPACE.
           02 SCDEDUCT  PIC Z(9)9.99.
           02 FILLER    PIC X(1) VALUE SPACE.
           02 SCNET     PIC Z(9)9.99.
           02 FILLER    PIC X(1) VALUE SPACE.
           02 SCRUNDT   PIC X(10).

       WORKING-STORAGE SECTION.
       77 FSH    PIC XX.
       77 FSSH   PIC XX.
       77 FSSI   PIC XX.
       77 FSE    PIC XX.
       77 FSHD   PIC XX.
       77 FSPT   PIC XX.
       77 FSAR   PIC XX.
       77 FSPD   PIC XX.
       77 FSST   PIC XX.
       77 FSS    PIC XX.
       77 WS-EOF      PIC X.
       77 WS-DONE     PIC X VALUE "N".
       77 WS-PERIOD   PIC 9(6).
       77 WS-PERIOD-OK PIC X.
       77 WS-RUN      PIC 99.
       77 WS-PD-OPEN  PIC X.
       77 WS-ONFILE   PIC X.
       77 WS-EMPID    PIC X(6).
       77 WS-EMP-OK   PIC X.
       77 WS-ONHOLD   PIC X.
       77 WS-PAIDREG  PIC X.
       77 WS-PAIDRUN  PIC 99.
       77 WS-PAID     PIC X.
       77 WS-ANS      PIC X.
       77 WS-ADDED    PIC X.
       77 WS-SYSDATE  PIC 9(8).
       77 WS-TODAY    PIC X(10).
       77 WS-GROSS    PIC 9(8)V99.
       77 WS-DEDUCT   PIC 9(8)V99.
       77 WS-NET      PIC S9(8)V99.
       77 WS-AMT-ED   PIC Z(7)9.99.
       77 WS-COUNT    PIC 9(6) VALUE ZERO.
       77 WS-TOT-GROSS PIC 9(10)V99 VALUE ZERO.
       77 WS-TOT-DED  PIC 9(10)V99 VALUE ZERO.
       77 WS-TOT-NET  PIC 9(10)V99 VALUE ZERO.
       77 WS-ST-FOUND PIC X.
       77 WS-ST-EARN  PIC S9(8)V99.
       77 WS-ST-REC   PIC 9(8)V99.
       77 WS-ST-NET   PIC S9(8)V99.
       77 WS-ITEM-SRC  PIC X.
       77 WS-ITEM-CODE PIC X(6).
       77 WS-ITEM-PER  PIC 9(6).

       01 ITEM-TABLE.
           02 IT-ENTRY OCCURS 50 TIMES INDEXED BY IT-IDX.
              03 IT-PERIOD PIC 9(6).
              03 IT-SRC    PIC X(1).
              03 IT-CODE   PIC X(6).
              03 IT-TYPE   PIC X(1).
              03 IT-AMT    PIC 9(8)V99.
       77 IT-TOP PIC 99 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE "N" TO WS-PERIOD-OK.
           PERFORM UNTIL WS-PERIOD-OK = "Y"
              DISPLAY "ENTER PAY PERIOD (CCYYMM) :"
              ACCEPT WS-PERIOD
              IF WS-PERIOD (5:2) >= "01" AND WS-PERIOD (5:2) <= "12"
                 MOVE "Y" TO WS-PERIOD-OK
              ELSE
                 DISPLAY "INVALID PERIOD - MONTH MUST BE 01-12"
              END-IF
           END-PERFORM.
           DISPLAY "ENTER SUPPLEMENTARY RUN NUMBER (01-99) :".
           ACCEPT WS-RUN.
           IF WS-RUN = ZERO
              DISPLAY "RUN 00 IS THE REGULAR PAYRUN - ENTER 01-99"
              MOVE 8 TO RETURN-CODE
              STOP RUN.
           PERFORM CHECK-PERIOD-OPEN-PARA.
           IF WS-PD-OPEN NOT = "Y"
              DISPLAY "PERIOD " WS-PERIOD " IS CLOSED - REOPEN IN"
                      " PERIODCTL FIRST"
              MOVE 8 TO RETURN-CODE
              STOP RUN.
      *    A SUPPLEMENTARY RUN AHEAD OF THE REGULAR ONE WOULD LEAVE
      *    PAYRUN TO PAY THE SAME MONTH'S ITEMS A SECOND TIME BEFORE
      *    ANYONE HAD SEEN THE LEDGER - THE REGULAR RUN COMES FIRST.
           OPEN INPUT PAYHISTFILE.
           IF FSH = "35" OR FSH = "30"
              DISPLAY "NO PAY HISTORY ON FILE - RUN PAYRUN FIRST"
              MOVE 8 TO RETURN-CODE
              STOP RUN.
           PERFORM CHECK-REGULAR-PARA.
           IF WS-ONFILE = "N"
              DISPLAY "PERIOD " WS-PERIOD " HAS NO REGULAR RUN ON"
                      " PAYHIST - RUN PAYRUN FIRST"
              CLOSE PAYHISTFILE
              MOVE 8 TO RETURN-CODE
              STOP RUN.
           OPEN I-O SUPPHISTFILE.
           IF FSSH = "35" OR FSSH = "30"
              OPEN OUTPUT SUPPHISTFILE
              CLOSE SUPPHISTFILE
              OPEN I-O SUPPHISTFILE.
           PERFORM CHECK-RUN-USED-PARA.
           IF WS-ONFILE = "Y"
              DISPLAY "RUN " WS-RUN " OF PERIOD " WS-PERIOD
                      " IS ALREADY ON SUPPHIST - USE THE NEXT RUN"
                      " NUMBER"
              CLOSE PAYHISTFILE
              CLOSE SUPPHISTFILE
              MOVE 8 TO RETURN-CODE
              STOP RUN.
           OPEN I-O SUPPITEMFILE.
           IF FSSI = "35" OR FSSI = "30"
              OPEN OUTPUT SUPPITEMFILE
              CLOSE SUPPITEMFILE
              OPEN I-O SUPPITEMFILE.
           OPEN INPUT EMPFILE.
           OPEN INPUT HOLDFILE.
           OPEN INPUT PAYTRANFILE.
           OPEN INPUT ARREARSFILE.
           ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-TODAY.
           STRING WS-SYSDATE (1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-SYSDATE (5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-SYSDATE (7:2) DELIMITED BY SIZE
             INTO WS-TODAY.
           PERFORM UNTIL WS-DONE = "Y"
              DISPLAY "ENTER EMPLOYEE CODE (BLANK TO FINISH) :"
              MOVE SPACES TO WS-EMPID
              ACCEPT WS-EMPID
              IF WS-EMPID = SPACES
                 MOVE "Y" TO WS-DONE
              ELSE
                 PERFORM SUPP-ONE-EMP-PARA
              END-IF
           END-PERFORM.
           CLOSE PAYHISTFILE.
           CLOSE SUPPHISTFILE.
           CLOSE SUPPITEMFILE.
           CLOSE EMPFILE.
           CLOSE HOLDFILE.
           CLOSE PAYTRANFILE.
           CLOSE ARREARSFILE.
           IF WS-COUNT > ZERO
              PERFORM WRITE-CONTROL-PARA.
           DISPLAY "SUPPLEMENTARY RUN " WS-RUN " OF PERIOD " WS-PERIOD
                   " COMPLETE - " WS-COUNT " EMPLOYEES, NET "
                   WS-TOT-NET.
           IF WS-COUNT > ZERO
              DISPLAY "RUN BANKDISB FOR PERIOD " WS-PERIOD " RUN "
                      WS-RUN " FOR THE CREDIT FILE".
           STOP RUN.

       CHECK-PERIOD-OPEN-PARA.
           MOVE "Y" TO WS-PD-OPEN.
           OPEN INPUT PERIODFILE.
           IF FSPD = "35" OR FSPD = "30"
              CLOSE PERIODFILE
           ELSE
              MOVE WS-PERIOD TO PDPERIOD
              READ PERIODFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF PDSTATUS = "C"
                       MOVE "N" TO WS-PD-OPEN
                    END-IF
              END-READ
              CLOSE PERIODFILE
           END-IF.

       CHECK-REGULAR-PARA.
           MOVE "N" TO WS-ONFILE.
           MOVE WS-PERIOD TO PHPERIOD.
           MOVE SPACES TO PHEMPID.
           START PAYHISTFILE KEY IS NOT LESS THAN PHKEY
              INVALID KEY MOVE "10" TO FSH.
           IF FSH = "00"
              READ PAYHISTFILE NEXT RECORD
                 AT END CONTINUE
                 NOT AT END
                    IF PHPERIOD = WS-PERIOD
                       MOVE "Y" TO WS-ONFILE
                    END-IF
              END-READ
           END-IF.

       CHECK-RUN-USED-PARA.
           MOVE "N" TO WS-ONFILE.
           MOVE WS-PERIOD TO SHPERIOD.
           MOVE WS-RUN    TO SHRUN.
           MOVE SPACES    TO SHEMPID.
           START SUPPHISTFILE KEY IS NOT LESS THAN SHKEY
              INVALID KEY MOVE "10" TO FSSH.
           IF FSSH = "00"
              READ SUPPHISTFILE NEXT RECORD
                 AT END CONTINUE
                 NOT AT END
                    IF SHPERIOD = WS-PERIOD AND SHRUN = WS-RUN
                       MOVE "Y" TO WS-ONFILE
                    END-IF
              END-READ
           END-IF.

      *    ONE EMPLOYEE OF THE RUN: VALIDATED, OFFERED THEIR UNPAID
      *    ITEMS, AND PAID ONLY IF WHAT WAS ACCEPTED NETS ABOVE ZERO.
       SUPP-ONE-EMP-PARA.
           MOVE "Y" TO WS-EMP-OK.
           MOVE WS-EMPID TO EEMPID.
           READ EMPFILE
              INVALID KEY
                 DISPLAY "EMPLOYEE " WS-EMPID " NOT ON FILE"
                 MOVE "N" TO WS-EMP-OK
           END-READ.
           IF WS-EMP-OK = "Y"
              MOVE WS-PERIOD TO SHPERIOD
              MOVE WS-RUN    TO SHRUN
              MOVE WS-EMPID  TO SHEMPID
              READ SUPPHISTFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    DISPLAY WS-EMPID " IS ALREADY PAID IN THIS RUN"
                    MOVE "N" TO WS-EMP-OK
              END-READ
           END-IF.
           IF WS-EMP-OK = "Y"
              PERFORM CHECK-HOLD-PARA
              IF WS-ONHOLD = "Y"
                 DISPLAY WS-EMPID " IS ON HOLD (" HDREASON
                         ") - RELEASE IN HOLDENTRY FIRST"
                 MOVE "N" TO WS-EMP-OK
              END-IF
           END-IF.
           IF WS-EMP-OK = "Y"
              DISPLAY "EMPLOYEE " EEMPID " " EEMPNAME
              MOVE WS-PERIOD TO PHPERIOD
              MOVE WS-EMPID  TO PHEMPID
              READ PAYHISTFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    DISPLAY "NOTE - THE REGULAR RUN ALREADY PAID THIS"
                            " EMPLOYEE; ITEMS IT PAID ARE NOT OFFERED"
              END-READ
              MOVE ZERO TO IT-TOP WS-GROSS WS-DEDUCT
              PERFORM OFFER-PAYTRAN-PARA
              PERFORM OFFER-ARREARS-PARA
              PERFORM OFFER-SETTLE-PARA
              PERFORM PAY-EMP-PARA
           END-IF.

       CHECK-HOLD-PARA.
           MOVE "N" TO WS-ONHOLD.
           IF FSHD = "35" OR FSHD = "30"
              CONTINUE
           ELSE
              MOVE WS-EMPID TO HDEMPID
              READ HOLDFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF HDRELDT = SPACES
                       MOVE "Y" TO WS-ONHOLD
                    END-IF
              END-READ
           END-IF.

      *    WS-ITEM-PER/-SRC/-CODE ON THE LEDGER MEANS THE ITEM IS
      *    ALREADY PAID - BY THE REGULAR PAYRUN WHEN THE RUN IS 00, BY
      *    AN EARLIER SUPPLEMENTARY RUN OTHERWISE.
       CHECK-LEDGER-PARA.
           MOVE "N" TO WS-PAID.
           MOVE ZERO TO WS-PAIDRUN.
           MOVE WS-ITEM-PER  TO SIPERIOD.
           MOVE WS-EMPID     TO SIEMPID.
           MOVE WS-ITEM-SRC  TO SISRC.
           MOVE WS-ITEM-CODE TO SICODE.
           READ SUPPITEMFILE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO WS-PAID
                 MOVE SIRUN TO WS-PAIDRUN
           END-READ.

       ASK-ITEM-PARA.
           DISPLAY "   PAY THIS ITEM? (Y/N) :".
           MOVE SPACE TO WS-ANS.
           ACCEPT WS-ANS.
           IF WS-ANS = "y"
              MOVE "Y" TO WS-ANS.

       ADD-ITEM-PARA.
           MOVE "N" TO WS-ADDED.
           IF IT-TOP >= 50
              DISPLAY "   ITEM LIMIT OF 50 REACHED - ITEM LEFT FOR"
                      " THE NEXT RUN"
           ELSE
              ADD 1 TO IT-TOP
              SET IT-IDX TO IT-TOP
              MOVE WS-ITEM-PER  TO IT-PERIOD(IT-IDX)
              MOVE WS-ITEM-SRC  TO IT-SRC(IT-IDX)
              MOVE WS-ITEM-CODE TO IT-CODE(IT-IDX)
              MOVE "Y" TO WS-ADDED
           END-IF.

       OFFER-PAYTRAN-PARA.
           IF FSPT = "35" OR FSPT = "30"
              CONTINUE
           ELSE
              MOVE "N" TO WS-EOF
              MOVE WS-PERIOD TO PTPERIOD
              MOVE WS-EMPID  TO PTEMPID
              MOVE SPACES    TO PTCODE
              START PAYTRANFILE KEY IS NOT LESS THAN PTKEY
                 INVALID KEY MOVE "Y" TO WS-EOF
              END-START
              PERFORM UNTIL WS-EOF = "Y"
                 READ PAYTRANFILE NEXT RECORD
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF PTPERIOD NOT = WS-PERIOD OR
                          PTEMPID NOT = WS-EMPID
                          MOVE "Y" TO WS-EOF
                       ELSE
                          PERFORM OFFER-TRAN-ITEM-PARA
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

       OFFER-TRAN-ITEM-PARA.
           MOVE WS-PERIOD TO WS-ITEM-PER.
           MOVE "T"       TO WS-ITEM-SRC.
           MOVE PTCODE    TO WS-ITEM-CODE.
           PERFORM CHECK-LEDGER-PARA.
           MOVE PTAMT TO WS-AMT-ED.
           IF WS-PAID = "Y"
              IF WS-PAIDRUN = ZERO
                 DISPLAY "   " PTCODE " " PTDESC " PAID IN THE"
                         " REGULAR RUN"
              ELSE
                 DISPLAY "   " PTCODE " " PTDESC " PAID IN RUN "
                         WS-PAIDRUN
              END-IF
           ELSE
              IF PTTYPE = "E"
                 DISPLAY "   EARNING    " PTCODE " " PTDESC " "
                         WS-AMT-ED
              ELSE
                 DISPLAY "   DEDUCTION  " PTCODE " " PTDESC " "
                         WS-AMT-ED
              END-IF
              PERFORM ASK-ITEM-PARA
              IF WS-ANS = "Y"
                 PERFORM ADD-ITEM-PARA
                 IF WS-ADDED = "Y"
                    MOVE PTAMT TO IT-AMT(IT-TOP)
                    IF PTTYPE = "E"
                       MOVE "E" TO IT-TYPE(IT-TOP)
                       ADD PTAMT TO WS-GROSS
                    ELSE
                       MOVE "D" TO IT-TYPE(IT-TOP)
                       ADD PTAMT TO WS-DEDUCT
                    END-IF
                 END-IF
              END-IF
           END-IF.

       OFFER-ARREARS-PARA.
           IF FSAR = "35" OR FSAR = "30"
              CONTINUE
           ELSE
              MOVE WS-PERIOD TO ARPERIOD
              MOVE WS-EMPID  TO AREMPID
              READ ARREARSFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY PERFORM OFFER-ARR-ITEM-PARA
              END-READ
           END-IF.

       OFFER-ARR-ITEM-PARA.
           MOVE WS-PERIOD TO WS-ITEM-PER.
           MOVE "A"       TO WS-ITEM-SRC.
           MOVE "ARREAR"  TO WS-ITEM-CODE.
           PERFORM CHECK-LEDGER-PARA.
           MOVE ARAMT TO WS-AMT-ED.
           IF WS-PAID = "Y"
              IF WS-PAIDRUN = ZERO
                 DISPLAY "   ARREARS PAID IN THE REGULAR RUN"
              ELSE
                 DISPLAY "   ARREARS PAID IN RUN " WS-PAIDRUN
              END-IF
           ELSE
              DISPLAY "   ARREARS    " ARMONTHS " MONTHS OF REVISION "
                      ARREVDATE " " WS-AMT-ED
              PERFORM ASK-ITEM-PARA
              IF WS-ANS = "Y"
                 PERFORM ADD-ITEM-PARA
                 IF WS-ADDED = "Y"
                    MOVE "E"   TO IT-TYPE(IT-TOP)
                    MOVE ARAMT TO IT-AMT(IT-TOP)
                    ADD ARAMT TO WS-GROSS
                 END-IF
              END-IF
           END-IF.

      *    SETTLE.DAT IS APPENDED PER SEPARATION, SO THE LAST LINE OF
      *    THE EMPLOYEE IS THE SETTLEMENT IN FORCE. IT IS PAID ONCE,
      *    WHATEVER THE PERIOD (LEDGER PERIOD ZERO): THE EARNINGS
      *    (LAST-MONTH DAYS, GRATUITY, ENCASHMENT) AND THE RECOVERIES
      *    (LOANS, ASSETS) GO ON AS TWO ITEMS SO THE DEDUCTION SIDE
      *    STAYS VISIBLE. A SETTLEMENT THAT NETS TO A RECOVERY IS NOT
      *    A PAYMENT AND IS NOT OFFERED.
       OFFER-SETTLE-PARA.
           MOVE "N" TO WS-ST-FOUND.
           OPEN INPUT SETTLEFILE.
           IF FSST = "35" OR FSST = "30"
              CONTINUE
           ELSE
              MOVE "N" TO WS-EOF
              PERFORM UNTIL WS-EOF = "Y"
                 READ SETTLEFILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF STEMPID = WS-EMPID
                          MOVE "Y" TO WS-ST-FOUND
                          COMPUTE WS-ST-EARN =
                             FUNCTION NUMVAL(STGROSS) +
                             FUNCTION NUMVAL(STGRTY) +
                             FUNCTION NUMVAL(STENCASH)
                          COMPUTE WS-ST-REC =
                             FUNCTION NUMVAL(STLOANREC) +
                             FUNCTION NUMVAL(STASSET)
                          COMPUTE WS-ST-NET = FUNCTION NUMVAL(STNET)
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE SETTLEFILE.
           IF WS-ST-FOUND = "Y"
              MOVE ZERO     TO WS-ITEM-PER
              MOVE "S"      TO WS-ITEM-SRC
              MOVE "SETTLE" TO WS-ITEM-CODE
              PERFORM CHECK-LEDGER-PARA
              IF WS-PAID = "Y"
                 DISPLAY "   FINAL SETTLEMENT ALREADY PAID IN A"
                         " SUPPLEMENTARY RUN"
              ELSE
                 IF WS-ST-NET NOT > ZERO
                    DISPLAY "   FINAL SETTLEMENT IS A RECOVERY - NOT"
                            " PAYABLE HERE"
                 ELSE
                    PERFORM OFFER-SET-ITEM-PARA
                 END-IF
              END-IF
           END-IF.

       OFFER-SET-ITEM-PARA.
           MOVE WS-ST-NET TO WS-AMT-ED.
           DISPLAY "   SETTLEMENT NET " WS-AMT-ED.
           MOVE WS-ST-EARN TO WS-AMT-ED.
           DISPLAY "      EARNINGS   " WS-AMT-ED.
           MOVE WS-ST-REC TO WS-AMT-ED.
           DISPLAY "      RECOVERIES " WS-AMT-ED.
           PERFORM ASK-ITEM-PARA.
           IF WS-ANS = "Y"
              PERFORM ADD-ITEM-PARA
              IF WS-ADDED = "Y"
                 MOVE "E"        TO IT-TYPE(IT-TOP)
                 MOVE WS-ST-EARN TO IT-AMT(IT-TOP)
                 ADD WS-ST-EARN TO WS-GROSS
                 IF WS-ST-REC > ZERO
                    MOVE "SETREC" TO WS-ITEM-CODE
                    PERFORM ADD-ITEM-PARA
                    IF WS-ADDED = "Y"
                       MOVE "D"       TO IT-TYPE(IT-TOP)
                       MOVE WS-ST-REC TO IT-AMT(IT-TOP)
                       ADD WS-ST-REC TO WS-DEDUCT
                    ELSE
      *                NO ROOM FOR THE RECOVERY - THE EARNINGS
      *                CANNOT GO OUT WITHOUT IT.
                       SUBTRACT WS-ST-EARN FROM WS-GROSS
                       SUBTRACT 1 FROM IT-TOP
                    END-IF
                 END-IF
              END-IF
           END-IF.

       PAY-EMP-PARA.
           COMPUTE WS-NET = WS-GROSS - WS-DEDUCT.
           IF IT-TOP = ZERO
              DISPLAY "NOTHING SELECTED FOR " WS-EMPID
           ELSE
              IF WS-NET NOT > ZERO
                 DISPLAY "ITEMS SELECTED FOR " WS-EMPID
                         " DO NOT NET ABOVE ZERO - NOTHING PAID"
              ELSE
                 MOVE WS-PERIOD TO SHPERIOD
                 MOVE WS-RUN    TO SHRUN
                 MOVE WS-EMPID  TO SHEMPID
                 MOVE WS-GROSS  TO SHGROSS
                 MOVE WS-DEDUCT TO SHDEDUCT
                 MOVE WS-NET    TO SHNET
                 MOVE "N"       TO SHHELD
                 MOVE WS-TODAY  TO SHRUNDT
                 WRITE SUPPHISTREC
                 PERFORM WRITE-ITEM-PARA
                    VARYING IT-IDX FROM 1 BY 1 UNTIL IT-IDX > IT-TOP
                 ADD 1 TO WS-COUNT
                 ADD WS-GROSS  TO WS-TOT-GROSS
                 ADD WS-DEDUCT TO WS-TOT-DED
                 ADD SHNET     TO WS-TOT-NET
                 MOVE SHNET TO WS-AMT-ED
                 DISPLAY WS-EMPID " PAID NET " WS-AMT-ED
              END-IF
           END-IF.

       WRITE-ITEM-PARA.
           MOVE IT-PERIOD(IT-IDX) TO SIPERIOD.
           MOVE WS-EMPID          TO SIEMPID.
           MOVE IT-SRC(IT-IDX)    TO SISRC.
           MOVE IT-CODE(IT-IDX)   TO SICODE.
           MOVE WS-RUN            TO SIRUN.
           MOVE IT-TYPE(IT-IDX)   TO SITYPE.
           MOVE IT-AMT(IT-IDX)    TO SIAMT.
           WRITE SUPPITEMREC.

       WRITE-CONTROL-PARA.
           OPEN EXTEND SUPPCTLFILE.
           IF FSS = "05" OR FSS = "35"
              CLOSE SUPPCTLFILE
              OPEN OUTPUT SUPPCTLFILE.
           MOVE WS-PERIOD    TO SCPERIOD.
           MOVE WS-RUN       TO SCRUN.
           MOVE WS-COUNT     TO SCCOUNT.
           MOVE WS-TOT-GROSS TO SCGROSS.
           MOVE WS-TOT-DED   TO SCDEDUCT.
           MOVE WS-TOT-NET   TO SCNET.
           MOVE WS-TODAY     TO SCRUNDT.
           WRITE SUPPCTLREC.
           CLOSE SUPPCTLFILE.

       END PROGRAM SUPPRUN.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REHIRE.

      *    REHIRE OF A FORMER EMPLOYEE - FINDS THE EARLIER ENGAGEMENT
      *    BY ITS EMPLOYEE CODE OR BY NAME AND DATE OF BIRTH (EPDOB),
      *    AND TAKES THE PERSON BACK UNDER A NEW EMPLOYEE CODE LINKED
      *    TO THE OLD ONE ON DATA/REHIRE.DAT. ONLY A CODE ON
      *    SEPARATE.DAT CAN BE REHIRED, ONCE; A SEPARATION EMPSEP
      *    MARKED NOT ELIGIBLE (SPREASON PREFIXED "NE-") IS REFUSED.
      *    THE NEW EMPREC AND EMPPERSONALREC START AS COPIES OF THE
      *    OLD ONES WITH THE NEW JOINING DATE, BRANCH, DESIGNATION,
      *    DEPARTMENT AND GRADE, SUBJECT TO THE SANCTIONED-STRENGTH
      *    CHECK AS IN EMPWRITE; PAY, BANK AND LEAVE ARE SET UP AFTER
      *    IN EMPWRITE AS FOR ANY JOINER. THE LINK CARRIES THE DAYS
      *    SERVED IN THE EARLIER ENGAGEMENT (OLD EDOJ TO SPLWD). WHETHER
      *    THAT SERVICE IS BRIDGED INTO THE NEW ONE IS AN ADMIN
      *    DECISION (B MODE, AUDITED): THE LINK STAYS P(ENDING) UNTIL
      *    AN ADMIN SETS IT Y OR N. PROVRPT COUNTS BRIDGED DAYS TOWARDS
      *    GRATUITY, HRMOVE REPORTS THE JOINER AS A REHIRE AND EMPREAD
      *    SHOWS THE CHAIN ON THE EMPLOYEE 360 VIEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EEMPID
           FILE STATUS IS FSE.

           SELECT EMPPERSONALFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EPEMPID
           FILE STATUS IS FSEP.

           SELECT SEPARATEFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SPEMPID
           FILE STATUS IS FSSP.

           SELECT REHIREFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RHNEWID
           ALTERNATE RECORD KEY IS RHOLDID
           WITH DUPLICATES
           FILE STATUS IS FSRH.

           SELECT BRANCHFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BBRID
           FILE STATUS IS FSB.

           SELECT DESIGNATIONFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DESID
           FILE STATUS IS FSDES.

           SELECT DEPARTMENTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEPCODE
           FILE STATUS IS FSDEP.

           SELECT ESTABFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STKEY
           FILE STATUS IS FSST.

           SELECT USERFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USERID
           FILE STATUS IS FSU.

           SELECT AUDITFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSA.

       DATA DIVISION.
       FILE SECTION.
       FD EMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/EMP.DAT".
       01 EMPREC.
           02 EEMPID    PIC X(6).
           02 EEMPNAME  PIC X(25).
           02 EEMPADDR  PIC X(30).
           02 EPHONE    PIC X(10).
           02 EDOJ      PIC X(10).
           02 EDIP      PIC X(10).
           02 EUG       PIC X(4).
           02 EPG       PIC X(4).
           02 EPROFQ    PIC X(4).
           02 ESKILL    PIC X(10).
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).

       FD EMPPERSONALFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/EMPPER.DAT".
       01 EMPPERSONALREC.
           02 EPEMPID  PIC X(6).
           02 EPTADD   PIC X(30).
           02 EPTPH    PIC X(10).
           02 EPDOB    PIC X(10).
           02 EPPOB    PIC X(10).
           02 EPLANG   PIC X(15).
           02 EPBLOOD  PIC X(4).
           02 EPWEIGHT PIC 999.
           02 EPHEIGHT PIC 999.
           02 EPVISION PIC X(15).
           02 EPFATHER PIC X(25).
           02 EPDOBF   PIC X(10).
           02 EPMOTHER PIC X(25).
           02 EPDOBM   PIC X(10).
           02 EPSPOUSE PIC X(25).
           02 EPCHILD  PIC X(25).
           02 EPDOBC   PIC X(10).

       FD SEPARATEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/SEPARATE.DAT".
       01 SEPARATEREC.
           02 SPEMPID   PIC X(6).
           02 SPLWD     PIC X(10).
           02 SPREASON  PIC X(20).

       FD REHIREFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/REHIRE.DAT".
       01 REHIREREC.
           02 RHNEWID      PIC X(6).
           02 RHOLDID      PIC X(6).
           02 RHDATE       PIC X(10).
           02 RHOLDDOJ     PIC X(10).
           02 RHOLDLWD     PIC X(10).
           02 RHPRIOR      PIC 9(5).
           02 RHBRIDGE     PIC X(1).
           02 RHENTDT      PIC X(10).
           02 RHDECBY      PIC X(8).
           02 RHDECDT      PIC X(10).

       FD BRANCHFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/BRANCH.DAT".
       01 BRANCHREC.
           02 BBRID    PIC X(6).
           02 BBRNAME  PIC X(15).
           02 BBRADD   PIC X(30).
           02 BBRPH    PIC X(10).
           02 BEMAIL   PIC X(20).
           02 BMGRNAME PIC X(25).

       FD DESIGNATIONFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/DESIG.DAT".
       01 DESIGNATIONREC.
           02 DESID    PIC X(6).
           02 DESIGN   PIC X(15).
           02 DESHRT   PIC X(4).

       FD DEPARTMENTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/DEPART.DAT".
       01 DEPARTMENTREC.
           02 DEPCODE  PIC X(6).
           02 DEPNAME  PIC X(20).

       FD ESTABFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/ESTAB.DAT".
       01 ESTABREC.
           02 STKEY.
              03 STBRID    PIC X(6).
              03 STDESID   PIC X(6).
           02 STSANCT      PIC 9(4).

       FD USERFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/USER.DAT".
       01 USERREC.
           03 USERID           PIC X(8).
           03 USER-PWD-HASH    PIC 9(10).
           03 USER-ROLE        PIC X(8).
           03 USER-EMPID       PIC X(6).

       FD AUDITFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/AUDIT.DAT".
       01 AUDITREC            PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSE   PIC XX.
       77 FSEP  PIC XX.
       77 FSSP  PIC XX.
       77 FSRH  PIC XX.
       77 FSB   PIC XX.
       77 FSDES PIC XX.
       77 FSDEP PIC XX.
       77 FSST  PIC XX.
       77 FSU   PIC XX.
       77 FSA   PIC XX.
       77 WS-MODE      PIC X.
       77 WS-EOF       PIC X.
       77 WS-OLDID     PIC X(6).
       77 WS-NEWID     PIC X(6).
       77 WS-NAME      PIC X(25).
       77 WS-DOB       PIC X(10).
       77 WS-NEWDOJ    PIC X(10).
       77 WS-NEWBRN    PIC X(6).
       77 WS-NEWDES    PIC X(6).
       77 WS-NEWDEP    PIC X(6).
       77 WS-NEWGRD    PIC 99.
       77 WS-ANSWER    PIC X.
       77 WS-FOUND     PIC X.
       77 WS-SEPARATED PIC X.
       77 WS-MATCHED   PIC 9(4) VALUE ZERO.
       77 WS-LISTED    PIC 9(4) VALUE ZERO.
       77 WS-STATUS    PIC X(24).
       77 WS-OLD-DOB   PIC X(10).
       77 WS-OLD-DOJ   PIC X(10).
       77 WS-OLD-LWD   PIC X(10).
       77 WS-DATE-STR  PIC X(8).
       77 WS-DATE-NUM  PIC 9(8).
       77 WS-INT-FROM  PIC 9(8).
       77 WS-INT-TO    PIC 9(8).
       77 WS-PRIOR     PIC S9(8).
       77 WS-SYSDATE   PIC 9(8).
       77 WS-TODAY     PIC X(10).
       77 WS-ESTAB-OK  PIC X.
       77 WS-SANCT     PIC 9(4).
       77 WS-ACTUAL    PIC 9(4).
       77 WS-CHKBRN    PIC X(6).
       77 WS-CHKDES    PIC X(6).
       77 WS-AUD-OP    PIC X(8).
       77 WS-AUD-FILE  PIC X(18).
       77 WS-AUD-KEY   PIC X(8).
       77 WS-LOGIN-ID  PIC X(8).
       77 WS-LOGIN-PWD PIC X(20).
       77 WS-LOGIN-OK  PIC X.
       01 WS-HASH-WORK.
           03 WS-HASH-I    PIC 9(4).
           03 WS-HASH-ACC  PIC 9(10).
           03 WS-HASH-CH   PIC 9(3).
       01 AUDIT-STAMP.
           03 AUD-DATE         PIC 9(8).
           03 AUD-TIME         PIC 9(8).
       01 WS-SAVE-EMP  PIC X(133).
       01 WS-LIST-LINE.
           02 WL-EMPID   PIC X(6).
           02 FILLER     PIC X(1) VALUE SPACE.
           02 WL-NAME    PIC X(25).
           02 FILLER     PIC X(1) VALUE SPACE.
           02 WL-DOB     PIC X(10).
           02 FILLER     PIC X(1) VALUE SPACE.
           02 WL-DOJ     PIC X(10).
           02 FILLER     PIC X(1) VALUE SPACE.
           02 WL-STATUS  PIC X(24).
       01 WS-LINK-LINE.
           02 WK-NEWID   PIC X(6).
           02 FILLER     PIC X(1) VALUE SPACE.
           02 WK-OLDID   PIC X(6).
           02 FILLER     PIC X(1) VALUE SPACE.
           02 WK-DATE    PIC X(10).
           02 FILLER     PIC X(1) VALUE SPACE.
           02 WK-PRIOR   PIC ZZZZ9.
           02 FILLER     PIC X(1) VALUE SPACE.
           02 WK-BRIDGE  PIC X(1).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "(L)OOKUP, (R)EHIRE OR (B)RIDGE ?   :".
           ACCEPT WS-MODE.
           IF WS-MODE = "l"
              MOVE "L" TO WS-MODE.
           IF WS-MODE = "r"
              MOVE "R" TO WS-MODE.
           IF WS-MODE = "b"
              MOVE "B" TO WS-MODE.
           ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-TODAY.
           STRING WS-SYSDATE (1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-SYSDATE (5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-SYSDATE (7:2) DELIMITED BY SIZE
             INTO WS-TODAY.
           EVALUATE WS-MODE
              WHEN "L" PERFORM LOOKUP-PARA
              WHEN "R" PERFORM REHIRE-PARA
              WHEN "B" PERFORM BRIDGE-PARA
              WHEN OTHER
                 DISPLAY "INVALID CHOICE - ENTER L, R OR B"
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

      *    A BLANK CODE SEARCHES EMPFILE BY NAME, NARROWED BY DATE OF
      *    BIRTH WHEN ONE IS GIVEN, AND LISTS EVERY ENGAGEMENT FOUND
      *    WITH WHETHER IT IS CURRENT, SEPARATED, NOT ELIGIBLE OR
      *    ALREADY REHIRED.
       LOOKUP-PARA.
           DISPLAY "FORMER EMPLOYEE CODE (BLANK = NAME):".
           ACCEPT WS-OLDID.
           OPEN INPUT EMPFILE.
           IF FSE = "35" OR FSE = "30"
              DISPLAY "NO EMPLOYEES ON FILE"
              MOVE 8 TO RETURN-CODE
              STOP RUN.
           OPEN INPUT EMPPERSONALFILE.
           OPEN INPUT SEPARATEFILE.
           OPEN INPUT REHIREFILE.
           DISPLAY "EMPID  NAME                      DOB        JOINED"
                   "     STATUS".
           IF WS-OLDID NOT = SPACES
              MOVE WS-OLDID TO EEMPID
              READ EMPFILE
                 INVALID KEY
                    DISPLAY "EMPLOYEE " WS-OLDID " NOT ON EMPFILE"
                 NOT INVALID KEY
                    PERFORM LIST-EMP-PARA
              END-READ
           ELSE
              DISPLAY "NAME                               :"
              ACCEPT WS-NAME
              DISPLAY "DATE OF BIRTH (BLANK = ANY)        :"
              ACCEPT WS-DOB
              MOVE "N" TO WS-EOF
              MOVE LOW-VALUES TO EEMPID
              START EMPFILE KEY IS NOT LESS THAN EEMPID
                 INVALID KEY MOVE "Y" TO WS-EOF
              END-START
              PERFORM UNTIL WS-EOF = "Y"
                 READ EMPFILE NEXT RECORD
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF EEMPNAME = WS-NAME
                          PERFORM MATCH-DOB-PARA
                       END-IF
                 END-READ
              END-PERFORM
              DISPLAY WS-MATCHED " ENGAGEMENT(S) FOUND"
           END-IF.
           CLOSE EMPFILE EMPPERSONALFILE SEPARATEFILE REHIREFILE.

       MATCH-DOB-PARA.
           PERFORM READ-PERSONAL-PARA.
           IF WS-DOB = SPACES OR WS-OLD-DOB = WS-DOB
              ADD 1 TO WS-MATCHED
              PERFORM LIST-EMP-PARA
           END-IF.

       READ-PERSONAL-PARA.
           MOVE SPACES TO WS-OLD-DOB.
           IF FSEP = "35" OR FSEP = "30"
              CONTINUE
           ELSE
              MOVE EEMPID TO EPEMPID
              READ EMPPERSONALFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE EPDOB TO WS-OLD-DOB
              END-READ
           END-IF.

       LIST-EMP-PARA.
           PERFORM READ-PERSONAL-PARA.
           PERFORM EMP-STATUS-PARA.
           MOVE EEMPID     TO WL-EMPID.
           MOVE EEMPNAME   TO WL-NAME.
           MOVE WS-OLD-DOB TO WL-DOB.
           MOVE EDOJ       TO WL-DOJ.
           MOVE WS-STATUS  TO WL-STATUS.
           DISPLAY WS-LIST-LINE.

      *    SETS WS-STATUS FOR THE EMPREC IN THE RECORD AREA, LEAVING
      *    ITS SEPARATEREC AND ANY LATER REHIRE LINK READ.
       EMP-STATUS-PARA.
           MOVE "N" TO WS-SEPARATED.
           MOVE "CURRENT" TO WS-STATUS.
           IF FSSP = "35" OR FSSP = "30"
              CONTINUE
           ELSE
              MOVE EEMPID TO SPEMPID
              READ SEPARATEFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE "Y" TO WS-SEPARATED
              END-READ
           END-IF.
           IF WS-SEPARATED = "Y"
              MOVE SPACES TO WS-STATUS
              IF SPREASON (1:3) = "NE-"
                 STRING "LEFT " DELIMITED BY SIZE
                        SPLWD DELIMITED BY SIZE
                        " NOT ELIG" DELIMITED BY SIZE
                   INTO WS-STATUS
              ELSE
                 STRING "LEFT " DELIMITED BY SIZE
                        SPLWD DELIMITED BY SIZE
                   INTO WS-STATUS
              END-IF
              MOVE "N" TO WS-FOUND
              IF FSRH = "35" OR FSRH = "30"
                 CONTINUE
              ELSE
                 MOVE EEMPID TO RHOLDID
                 READ REHIREFILE KEY IS RHOLDID
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE "Y" TO WS-FOUND
                 END-READ
              END-IF
              IF WS-FOUND = "Y"
                 MOVE SPACES TO WS-STATUS
                 STRING "REHIRED AS " DELIMITED BY SIZE
                        RHNEWID DELIMITED BY SIZE
                   INTO WS-STATUS
              END-IF
           END-IF.

       REHIRE-PARA.
           DISPLAY "FORMER EMPLOYEE CODE               :".
           ACCEPT WS-OLDID.
           OPEN I-O EMPFILE.
           IF FSE = "35" OR FSE = "30"
              DISPLAY "NO EMPLOYEES ON FILE"
              MOVE 8 TO RETURN-CODE
              STOP RUN.
           OPEN I-O EMPPERSONALFILE.
           IF FSEP = "35" OR FSEP = "30"
              OPEN OUTPUT EMPPERSONALFILE
              CLOSE EMPPERSONALFILE
              OPEN I-O EMPPERSONALFILE.
           OPEN INPUT SEPARATEFILE.
           OPEN I-O REHIREFILE.
           IF FSRH = "35" OR FSRH = "30"
              OPEN OUTPUT REHIREFILE
              CLOSE REHIREFILE
              OPEN I-O REHIREFILE.
           MOVE WS-OLDID TO EEMPID.
           READ EMPFILE
              INVALID KEY
                 DISPLAY "EMPLOYEE " WS-OLDID " NOT ON EMPFILE"
                 PERFORM REFUSE-PARA
           END-READ.
           PERFORM EMP-STATUS-PARA.
           IF WS-SEPARATED NOT = "Y"
              DISPLAY WS-OLDID " IS STILL CURRENT - NOT A REHIRE"
              PERFORM REFUSE-PARA.
           IF SPREASON (1:3) = "NE-"
              DISPLAY WS-OLDID " LEFT " SPLWD
                      " NOT ELIGIBLE FOR REHIRE - " SPREASON
              PERFORM REFUSE-PARA.
           IF WS-FOUND = "Y"
              DISPLAY WS-OLDID " ALREADY REHIRED AS " RHNEWID
              PERFORM REFUSE-PARA.
           DISPLAY "FORMER ENGAGEMENT " EEMPID " " EEMPNAME
                   " JOINED " EDOJ " LEFT " SPLWD.
           MOVE EMPREC TO WS-SAVE-EMP.
           MOVE EDOJ   TO WS-OLD-DOJ.
           MOVE SPLWD  TO WS-OLD-LWD.
           DISPLAY "NEW EMPLOYEE CODE                  :".
           ACCEPT WS-NEWID.
           IF WS-NEWID = SPACES OR WS-NEWID = WS-OLDID
              DISPLAY "A NEW EMPLOYEE CODE IS REQUIRED"
              PERFORM REFUSE-PARA.
           MOVE WS-NEWID TO EEMPID.
           READ EMPFILE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 DISPLAY "EMPLOYEE CODE " WS-NEWID " ALREADY IN USE"
                 PERFORM REFUSE-PARA
           END-READ.
           IF FSSP = "35" OR FSSP = "30"
              CONTINUE
           ELSE
              MOVE WS-NEWID TO SPEMPID
              READ SEPARATEFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    DISPLAY "EMPLOYEE CODE " WS-NEWID
                            " WAS USED BEFORE - CHOOSE ANOTHER"
                    PERFORM REFUSE-PARA
              END-READ
           END-IF.
           MOVE WS-SAVE-EMP TO EMPREC.
           DISPLAY "DATE OF REJOINING (CCYY-MM-DD)     :".
           ACCEPT WS-NEWDOJ.
           STRING WS-NEWDOJ (1:4) WS-NEWDOJ (6:2) WS-NEWDOJ (9:2)
              DELIMITED BY SIZE INTO WS-DATE-STR.
           IF WS-DATE-STR NOT NUMERIC OR WS-NEWDOJ (5:1) NOT = "-"
              OR WS-NEWDOJ (8:1) NOT = "-"
              DISPLAY "INVALID DATE, USE CCYY-MM-DD"
              PERFORM REFUSE-PARA.
           IF WS-NEWDOJ NOT > WS-OLD-LWD
              DISPLAY "REJOINING MUST BE AFTER THE LAST WORKING DAY "
                      WS-OLD-LWD
              PERFORM REFUSE-PARA.
           DISPLAY "BRANCH CODE (BLANK = " EBRNID ")        :".
           ACCEPT WS-NEWBRN.
           IF WS-NEWBRN = SPACES
              MOVE EBRNID TO WS-NEWBRN.
           DISPLAY "DESIGNATION (BLANK = " EDESID ")        :".
           ACCEPT WS-NEWDES.
           IF WS-NEWDES = SPACES
              MOVE EDESID TO WS-NEWDES.
           DISPLAY "DEPARTMENT (BLANK = " EDEPID ")         :".
           ACCEPT WS-NEWDEP.
           IF WS-NEWDEP = SPACES
              MOVE EDEPID TO WS-NEWDEP.
           DISPLAY "GRADE (00 = " EGRDNO ")                     :".
           ACCEPT WS-NEWGRD.
           IF WS-NEWGRD = ZERO
              MOVE EGRDNO TO WS-NEWGRD.
           PERFORM CHECK-CODES-PARA.
           MOVE WS-NEWBRN TO WS-CHKBRN.
           MOVE WS-NEWDES TO WS-CHKDES.
           PERFORM CHECK-ESTAB-PARA.
           IF WS-ESTAB-OK NOT = "Y"
              DISPLAY "REHIRE NOT RECORDED"
              PERFORM REFUSE-PARA.
           PERFORM COMPUTE-PRIOR-PARA.
           MOVE WS-SAVE-EMP TO EMPREC.
           MOVE WS-NEWID  TO EEMPID.
           MOVE WS-NEWDOJ TO EDOJ.
           MOVE WS-NEWBRN TO EBRNID.
           MOVE WS-NEWDES TO EDESID.
           MOVE WS-NEWDEP TO EDEPID.
           MOVE WS-NEWGRD TO EGRDNO.
           WRITE EMPREC
              INVALID KEY
                 DISPLAY "EMPLOYEE CODE " WS-NEWID " ALREADY IN USE"
                 PERFORM REFUSE-PARA
           END-WRITE.
           MOVE WS-OLDID TO EPEMPID.
           READ EMPPERSONALFILE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE WS-NEWID TO EPEMPID
                 WRITE EMPPERSONALREC
                    INVALID KEY CONTINUE
                 END-WRITE
           END-READ.
           MOVE WS-NEWID  TO RHNEWID.
           MOVE WS-OLDID  TO RHOLDID.
           MOVE WS-NEWDOJ TO RHDATE.
           MOVE WS-OLD-DOJ TO RHOLDDOJ.
           MOVE WS-OLD-LWD TO RHOLDLWD.
           MOVE WS-PRIOR  TO RHPRIOR.
           MOVE "P"       TO RHBRIDGE.
           MOVE WS-TODAY  TO RHENTDT.
           MOVE SPACES    TO RHDECBY RHDECDT.
           WRITE REHIREREC.
           CLOSE EMPFILE EMPPERSONALFILE SEPARATEFILE REHIREFILE.
           DISPLAY WS-OLDID " REHIRED AS " WS-NEWID " FROM "
                   WS-NEWDOJ " - " WS-PRIOR " DAYS EARLIER SERVICE".
           DISPLAY "BRIDGING OF EARLIER SERVICE AWAITS AN ADMIN"
                   " DECISION (B MODE)".
           DISPLAY "SET UP PAY, BANK AND LEAVE FOR " WS-NEWID
                   " IN EMPWRITE".

       REFUSE-PARA.
           CLOSE EMPFILE EMPPERSONALFILE SEPARATEFILE REHIREFILE.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       CHECK-CODES-PARA.
           OPEN INPUT BRANCHFILE.
           MOVE WS-NEWBRN TO BBRID.
           READ BRANCHFILE
              INVALID KEY
                 DISPLAY "BRANCH " WS-NEWBRN " NOT ON FILE"
                 CLOSE BRANCHFILE
                 PERFORM REFUSE-PARA
           END-READ.
           CLOSE BRANCHFILE.
           OPEN INPUT DESIGNATIONFILE.
           MOVE WS-NEWDES TO DESID.
           READ DESIGNATIONFILE
              INVALID KEY
                 DISPLAY "DESIGNATION " WS-NEWDES " NOT ON FILE"
                 CLOSE DESIGNATIONFILE
                 PERFORM REFUSE-PARA
           END-READ.
           CLOSE DESIGNATIONFILE.
           OPEN INPUT DEPARTMENTFILE.
           MOVE WS-NEWDEP TO DEPCODE.
           READ DEPARTMENTFILE
              INVALID KEY
                 DISPLAY "DEPARTMENT " WS-NEWDEP " NOT ON FILE"
                 CLOSE DEPARTMENTFILE
                 PERFORM REFUSE-PARA
           END-READ.
           CLOSE DEPARTMENTFILE.

      *    DAYS SERVED IN THE ENGAGEMENT BEING CLOSED OFF, BOTH ENDS
      *    INCLUSIVE. ANY SERVICE BRIDGED INTO THAT ENGAGEMENT STAYS
      *    ON ITS OWN LINK - READERS WALK THE CHAIN.
       COMPUTE-PRIOR-PARA.
           MOVE ZERO TO WS-PRIOR.
           STRING WS-OLD-DOJ (1:4) WS-OLD-DOJ (6:2) WS-OLD-DOJ (9:2)
              DELIMITED BY SIZE INTO WS-DATE-STR.
           IF WS-DATE-STR IS NUMERIC
              MOVE WS-DATE-STR TO WS-DATE-NUM
              COMPUTE WS-INT-FROM =
                 FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
              STRING WS-OLD-LWD (1:4) WS-OLD-LWD (6:2)
                     WS-OLD-LWD (9:2)
                 DELIMITED BY SIZE INTO WS-DATE-STR
              IF WS-DATE-STR IS NUMERIC
                 MOVE WS-DATE-STR TO WS-DATE-NUM
                 COMPUTE WS-INT-TO =
                    FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                 COMPUTE WS-PRIOR = WS-INT-TO - WS-INT-FROM + 1
              END-IF
           END-IF.
           IF WS-PRIOR < ZERO
              MOVE ZERO TO WS-PRIOR.

      *    SANCTIONED-STRENGTH CHECK FOR THE NEW POSITION, AS EMPWRITE
      *    APPLIES IT TO A HIRE - AT OR OVER STRENGTH NEEDS THE
      *    OPERATOR'S OVERRIDE.
       CHECK-ESTAB-PARA.
           MOVE "Y" TO WS-ESTAB-OK.
           OPEN INPUT ESTABFILE.
           IF FSST = "35" OR FSST = "30"
              CLOSE ESTABFILE
           ELSE
              MOVE WS-CHKBRN TO STBRID
              MOVE WS-CHKDES TO STDESID
              READ ESTABFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE STSANCT TO WS-SANCT
                    PERFORM COUNT-ACTUAL-PARA
                    IF WS-ACTUAL >= WS-SANCT
                       DISPLAY "POSITION AT SANCTIONED STRENGTH "
                               WS-SANCT " - OVERRIDE (Y/N) ?  :"
                       ACCEPT WS-ANSWER
                       IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
                          MOVE "N" TO WS-ESTAB-OK
                       END-IF
                    END-IF
              END-READ
              CLOSE ESTABFILE
           END-IF.

       COUNT-ACTUAL-PARA.
           MOVE ZERO TO WS-ACTUAL.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO EEMPID.
           START EMPFILE KEY IS NOT LESS THAN EEMPID
              INVALID KEY MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
              READ EMPFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF EBRNID = WS-CHKBRN AND EDESID = WS-CHKDES
                       PERFORM COUNT-SEP-PARA
                    END-IF
              END-READ
           END-PERFORM.

       COUNT-SEP-PARA.
           MOVE "N" TO WS-FOUND.
           IF FSSP = "35" OR FSSP = "30"
              CONTINUE
           ELSE
              MOVE EEMPID TO SPEMPID
              READ SEPARATEFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE "Y" TO WS-FOUND
              END-READ
           END-IF.
           IF WS-FOUND NOT = "Y"
              ADD 1 TO WS-ACTUAL.

      *    BRIDGING DECISION - A BLANK CODE LISTS THE LINKS STILL
      *    AWAITING ONE. THE DECISION CAN BE REVISED; EACH IS AUDITED.
       BRIDGE-PARA.
           DISPLAY "NEW EMPLOYEE CODE (BLANK = PENDING):".
           ACCEPT WS-NEWID.
           OPEN I-O REHIREFILE.
           IF FSRH = "35" OR FSRH = "30"
              DISPLAY "NO REHIRES ON FILE"
              MOVE 8 TO RETURN-CODE
              STOP RUN.
           IF WS-NEWID = SPACES
              PERFORM LIST-PENDING-PARA
              CLOSE REHIREFILE
              DISPLAY WS-LISTED " REHIRE(S) AWAITING A DECISION"
              STOP RUN.
           MOVE WS-NEWID TO RHNEWID.
           READ REHIREFILE
              INVALID KEY
                 DISPLAY WS-NEWID " IS NOT A REHIRE"
                 CLOSE REHIREFILE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-READ.
           DISPLAY "REHIRED " RHDATE " - EARLIER CODE " RHOLDID
                   " " RHOLDDOJ " TO " RHOLDLWD.
           DISPLAY "EARLIER SERVICE " RHPRIOR " DAYS, BRIDGED: "
                   RHBRIDGE.
           DISPLAY "BRIDGE EARLIER SERVICE (Y/N)       :".
           ACCEPT WS-ANSWER.
           IF WS-ANSWER = "y"
              MOVE "Y" TO WS-ANSWER.
           IF WS-ANSWER = "n"
              MOVE "N" TO WS-ANSWER.
           IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "N"
              DISPLAY "INVALID CHOICE - ENTER Y OR N"
              CLOSE REHIREFILE
              MOVE 8 TO RETURN-CODE
              STOP RUN.
           PERFORM VERIFY-ADMIN-PARA.
           IF WS-LOGIN-OK NOT = "Y"
              DISPLAY "DECISION REFUSED - ADMIN LOGIN REQUIRED"
              CLOSE REHIREFILE
              MOVE 8 TO RETURN-CODE
              STOP RUN.
           MOVE WS-ANSWER   TO RHBRIDGE.
           MOVE WS-LOGIN-ID TO RHDECBY.
           MOVE WS-TODAY    TO RHDECDT.
           REWRITE REHIREREC.
           CLOSE REHIREFILE.
           IF WS-ANSWER = "Y"
              MOVE "BRIDGE" TO WS-AUD-OP
              DISPLAY "EARLIER SERVICE BRIDGED FOR " WS-NEWID
           ELSE
              MOVE "NOBRIDGE" TO WS-AUD-OP
              DISPLAY "EARLIER SERVICE NOT BRIDGED FOR " WS-NEWID
           END-IF.
           MOVE "REHIREFILE" TO WS-AUD-FILE.
           MOVE WS-NEWID TO WS-AUD-KEY.
           PERFORM WRITE-AUDIT-PARA.

       LIST-PENDING-PARA.
           DISPLAY "NEWID  OLDID  REHIRED    DAYS  B".
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO RHNEWID.
           START REHIREFILE KEY IS NOT LESS THAN RHNEWID
              INVALID KEY MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
              READ REHIREFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF RHBRIDGE = "P"
                       MOVE RHNEWID  TO WK-NEWID
                       MOVE RHOLDID  TO WK-OLDID
                       MOVE RHDATE   TO WK-DATE
                       MOVE RHPRIOR  TO WK-PRIOR
                       MOVE RHBRIDGE TO WK-BRIDGE
                       DISPLAY WS-LINK-LINE
                       ADD 1 TO WS-LISTED
                    END-IF
              END-READ
           END-PERFORM.

       VERIFY-ADMIN-PARA.
           MOVE "N" TO WS-LOGIN-OK.
           DISPLAY "ENTER ADMIN USER ID                :".
           ACCEPT WS-LOGIN-ID.
           DISPLAY "ENTER PASSWORD                     :".
           ACCEPT WS-LOGIN-PWD.
           PERFORM HASH-PASSWORD-PARA.
           OPEN INPUT USERFILE.
           IF FSU = "35" OR FSU = "30"
              CLOSE USERFILE
           ELSE
              MOVE WS-LOGIN-ID TO USERID
              READ USERFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF USER-PWD-HASH = WS-HASH-ACC AND
                       USER-ROLE = "ADMIN"
                       MOVE "Y" TO WS-LOGIN-OK
                    END-IF
              END-READ
              CLOSE USERFILE
           END-IF.

       HASH-PASSWORD-PARA.
           MOVE ZERO TO WS-HASH-ACC.
           PERFORM VARYING WS-HASH-I FROM 1 BY 1
                 UNTIL WS-HASH-I > 20
              MOVE FUNCTION ORD(WS-LOGIN-PWD(WS-HASH-I:1))
                 TO WS-HASH-CH
              COMPUTE WS-HASH-ACC =
                 FUNCTION MOD((WS-HASH-ACC * 31) + WS-HASH-CH,
                 9999999999)
           END-PERFORM.

       WRITE-AUDIT-PARA.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT AUD-TIME FROM TIME.
           OPEN EXTEND AUDITFILE.
           IF FSA = "05" OR FSA = "35"
              CLOSE AUDITFILE
              OPEN OUTPUT AUDITFILE.
           MOVE SPACES TO AUDITREC.
           STRING WS-AUD-OP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AUD-FILE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AUD-KEY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUD-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUD-TIME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LOGIN-ID DELIMITED BY SIZE
             INTO AUDITREC.
           WRITE AUDITREC.
           CLOSE AUDITFILE.

       END PROGRAM REHIRE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETMAINT.

      *    RETIREMENT AGE MAINTENANCE - ADDS OR REPLACES THE
      *    SUPERANNUATION AGE FOR A GRADE (GGRADE) ON DATA/RETAGE.DAT.
      *    AN EMPLOYEE RETIRES ON THE LAST DAY OF THE MONTH IN WHICH
      *    THEY REACH THE AGE OF THEIR GRADE (EPDOB ON EMPPERSONALFILE);
      *    A GRADE WITH NO ROW RETIRES AT 60. SEPFCST FORECASTS AND
      *    QUEUES RETIREMENTS FROM IT AND PAYRUN WARNS ABOUT ANYONE
      *    PAID PAST THEIR DATE, SO CHANGES TAKE AN ADMIN LOGIN AND
      *    EACH ONE IS WRITTEN TO DATA/AUDIT.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETAGEFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RAGRADE
           FILE STATUS IS FSRA.

           SELECT GRADEFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GGRADE
           FILE STATUS IS FSG.

           SELECT USERFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USERID
           FILE STATUS IS FSU.

           SELECT AUDITFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSA.

       DATA DIVISION.
       FILE SECTION.
       FD RETAGEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/RETAGE.DAT".
       01 RETAGEREC.
           02 RAGRADE   PIC 99.
           02 RAAGE     PIC 99.

       FD GRADEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/GRADE.DAT".
       01 GRADEREC.
           02 GGRADE   PIC 99.
           02 GDESIGN  PIC X(25).

       FD USERFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/USER.DAT".
       01 USERREC.
           03 USERID           PIC X(8).
           03 USER-PWD-HASH    PIC 9(10).
           03 USER-ROLE        PIC X(8).
           03 USER-EMPID       PIC X(6).

       FD AUDITFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/AUDIT.DAT".
       01 AUDITREC            PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSRA  PIC XX.
       77 FSG   PIC XX.
       77 FSU   PIC XX.
       77 FSA   PIC XX.
       77 WS-MODE      PIC X.
       77 WS-EOF       PIC X.
       77 WS-AUD-OP    PIC X(6).
       77 WS-AUD-FILE  PIC X(18).
       77 WS-AUD-KEY   PIC X(20).
       77 WS-LOGIN-ID  PIC X(8).
       77 WS-LOGIN-PWD PIC X(20).
       77 WS-LOGIN-OK  PIC X.
       01 WS-HASH-WORK.
           03 WS-HASH-I    PIC 9(4).
           03 WS-HASH-ACC  PIC 9(10).
           03 WS-HASH-CH   PIC 9(3).
       01 AUDIT-STAMP.
           03 AUD-DATE         PIC 9(8).
           03 AUD-TIME         PIC 9(8).
       01 WS-LIST-LINE.
           02 WL-GRADE   PIC Z9.
           02 FILLER     PIC X(1) VALUE SPACE.
           02 WL-AGE     PIC Z9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "(R)ETIREMENT AGE FOR A GRADE OR (L)IST ?:".
           ACCEPT WS-MODE.
           IF WS-MODE = "r"
              MOVE "R" TO WS-MODE.
           IF WS-MODE = "l"
              MOVE "L" TO WS-MODE.
           IF WS-MODE = "L"
              PERFORM LIST-PARA
              STOP RUN.
           IF WS-MODE NOT = "R"
              DISPLAY "INVALID CHOICE - ENTER R OR L"
              STOP RUN.
      *    THE AGE DECIDES WHEN PEOPLE ARE QUEUED FOR SEPARATION AND
      *    WHEN PAYRUN WARNS, SO ONLY AN ADMIN CHANGES IT.
           PERFORM VERIFY-ADMIN-PARA.
           IF WS-LOGIN-OK NOT = "Y"
              DISPLAY "CHANGE REFUSED - ADMIN LOGIN REQUIRED"
              MOVE 8 TO RETURN-CODE
              STOP RUN.
           DISPLAY "GRADE NUMBER (GGRADE)              :".
           ACCEPT RAGRADE.
           OPEN INPUT GRADEFILE.
           MOVE RAGRADE TO GGRADE.
           READ GRADEFILE
              INVALID KEY
                 DISPLAY "GRADE " RAGRADE " NOT FOUND ON GRADEFILE"
                 CLOSE GRADEFILE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-READ.
           CLOSE GRADEFILE.
           DISPLAY "RETIREMENT AGE IN YEARS (NN)       :".
           ACCEPT RAAGE.
           IF RAAGE < 40 OR RAAGE > 80
              DISPLAY "RETIREMENT AGE MUST BE 40 TO 80 - NOT SAVED"
              MOVE 8 TO RETURN-CODE
              STOP RUN.
           OPEN I-O RETAGEFILE.
           IF FSRA = "35" OR FSRA = "30"
              OPEN OUTPUT RETAGEFILE.
           MOVE "ADD" TO WS-AUD-OP.
           WRITE RETAGEREC
              INVALID KEY
                 MOVE "CHANGE" TO WS-AUD-OP
                 REWRITE RETAGEREC
           END-WRITE.
           CLOSE RETAGEFILE.
           MOVE "RETAGEFILE" TO WS-AUD-FILE.
           MOVE RAGRADE TO WS-AUD-KEY.
           PERFORM WRITE-AUDIT-PARA.
           DISPLAY "RETIREMENT AGE SAVED - GRADE " RAGRADE " AGE "
                   RAAGE.
           STOP RUN.

       LIST-PARA.
           OPEN INPUT RETAGEFILE.
           IF FSRA = "35" OR FSRA = "30"
              DISPLAY "NO RETIREMENT AGE FILE YET - ALL GRADES RETIRE"
                      " AT 60"
              CLOSE RETAGEFILE
           ELSE
              DISPLAY "GR AGE"
              MOVE "N" TO WS-EOF
              PERFORM UNTIL WS-EOF = "Y"
                 READ RETAGEFILE NEXT RECORD
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       MOVE RAGRADE TO WL-GRADE
                       MOVE RAAGE   TO WL-AGE
                       DISPLAY WS-LIST-LINE
                 END-READ
              END-PERFORM
              CLOSE RETAGEFILE
              DISPLAY "GRADES NOT LISTED RETIRE AT 60"
           END-IF.

       VERIFY-ADMIN-PARA.
           MOVE "N" TO WS-LOGIN-OK.
           DISPLAY "ENTER ADMIN USER ID                :".
           ACCEPT WS-LOGIN-ID.
           DISPLAY "ENTER PASSWORD                     :".
           ACCEPT WS-LOGIN-PWD.
           PERFORM HASH-PASSWORD-PARA.
           OPEN INPUT USERFILE.
           IF FSU = "35" OR FSU = "30"
              CLOSE USERFILE
           ELSE
              MOVE WS-LOGIN-ID TO USERID
              READ USERFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF USER-PWD-HASH = WS-HASH-ACC AND
                       USER-ROLE = "ADMIN"
                       MOVE "Y" TO WS-LOGIN-OK
                    END-IF
              END-READ
              CLOSE USERFILE
           END-IF.

       HASH-PASSWORD-PARA.
           MOVE ZERO TO WS-HASH-ACC.
           PERFORM VARYING WS-HASH-I FROM 1 BY 1
                 UNTIL WS-HASH-I > 20
              MOVE FUNCTION ORD(WS-LOGIN-PWD(WS-HASH-I:1))
                 TO WS-HASH-CH
              COMPUTE WS-HASH-ACC =
                 FUNCTION MOD((WS-HASH-ACC * 31) + WS-HASH-CH,
                 9999999999)
           END-PERFORM.

       WRITE-AUDIT-PARA.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT AUD-TIME FROM TIME.
           OPEN EXTEND AUDITFILE.
           IF FSA = "05" OR FSA = "35"
              CLOSE AUDITFILE
              OPEN OUTPUT AUDITFILE.
           MOVE SPACES TO AUDITREC.
           STRING WS-AUD-OP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AUD-FILE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AUD-KEY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUD-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUD-TIME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LOGIN-ID DELIMITED BY SIZE
             INTO AUDITREC.
           WRITE AUDITREC.
           CLOSE AUDITFILE.

       END PROGRAM RETMAINT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEPFCST.

      *    RETIREMENT AND CONTRACT-END FORECAST - FOR THE 12 MONTHS
      *    FROM AN OPERATOR-SUPPLIED DATE (BLANK = TODAY), LISTS EVERY
      *    ACTIVE EMPLOYEE WHOSE SEPARATION DATE FALLS DUE: RETIREMENT
      *    ON THE LAST DAY OF THE MONTH THEY REACH THEIR GRADE'S AGE
      *    ON DATA/RETAGE.DAT (RETMAINT, 60 WHERE THE GRADE HAS NONE)
      *    FROM EPDOB, OR THE FIXED-TERM END DATE ON DATA/CONTRACT.DAT
      *    (EMPMAINT), WHICHEVER COMES FIRST. ANYONE ALREADY PAST IT
      *    IS LISTED TOO. EACH LINE CARRIES THE PROJECTED GRATUITY AND
      *    LEAVE ENCASHMENT ON PROVRPT'S BASIS, GROUPED BY BRANCH WITH
      *    BRANCH AND GRAND TOTALS, TO DATA/SEPFCST.DAT. EVERYONE WHOSE
      *    DATE HAS ARRIVED IS QUEUED ONCE ON DATA/SEPQUEUE.DAT, WHICH
      *    EMPSEP WORKS FROM SO THE SETTLEMENT STARTS ON TIME.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EEMPID
           FILE STATUS IS FSE.

           SELECT EMPPERSONALFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EPEMPID
           FILE STATUS IS FSEP.

           SELECT PAYMENTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PEMPID
           FILE STATUS IS FSP.

           SELECT SEPARATEFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SPEMPID
           FILE STATUS IS FSSP.

           SELECT LEAVEBALFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LBKEY
           FILE STATUS IS FSLB.

           SELECT BRANCHFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BBRID
           FILE STATUS IS FSB.

           SELECT CONTRACTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTEMPID
           FILE STATUS IS FSCT.

           SELECT RETAGEFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RAGRADE
           FILE STATUS IS FSRA.

           SELECT REHIREFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RHNEWID
           ALTERNATE RECORD KEY IS RHOLDID
           WITH DUPLICATES
           FILE STATUS IS FSRH.

           SELECT SEPQUEUEFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SQEMPID
           FILE STATUS IS FSSQ.

           SELECT SEPFCSTFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/EMP.DAT".
       01 EMPREC.
           02 EEMPID    PIC X(6).
           02 EEMPNAME  PIC X(25).
           02 EEMPADDR  PIC X(30).
           02 EPHONE    PIC X(10).
           02 EDOJ      PIC X(10).
           02 EDIP      PIC X(10).
           02 EUG       PIC X(4).
           02 EPG       PIC X(4).
           02 EPROFQ    PIC X(4).
           02 ESKILL    PIC X(10).
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).

       FD EMPPERSONALFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/EMPPER.DAT".
       01 EMPPERSONALREC.
           02 EPEMPID  PIC X(6).
           02 EPTADD   PIC X(30).
           02 EPTPH    PIC X(10).
           02 EPDOB    PIC X(10).
           02 EPPOB    PIC X(10).
           02 EPLANG   PIC X(15).
           02 EPBLOOD  PIC X(4).
           02 EPWEIGHT PIC 999.
           02 EPHEIGHT PIC 999.
           02 EPVISION PIC X(15).
           02 EPFATHER PIC X(25).
           02 EPDOBF   PIC X(10).
           02 EPMOTHER PIC X(25).
           02 EPDOBM   PIC X(10).
           02 EPSPOUSE PIC X(25).
           02 EPCHILD  PIC X(25).
           02 EPDOBC   PIC X(10).

       FD PAYMENTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/PAYMENT.DAT".
       01 PAYMENTREC.
           02 PEMPID   PIC X(6).
           02 PBASIC   PIC 9(6)V99.
           02 FILLER   PIC X(240).

       FD SEPARATEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/SEPARATE.DAT".
       01 SEPARATEREC.
           02 SPEMPID   PIC X(6).
           02 SPLWD     PIC X(10).
           02 SPREASON  PIC X(20).

       FD LEAVEBALFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/LEAVEBAL.DAT".
       01 LEAVEBALREC.
           02 LBKEY.
              03 LBEMPID   PIC X(6).
              03 LBYEAR    PIC 9(4).
              03 LBCAT     PIC X(3).
           02 LBOPEN       PIC 999.
           02 LBTAKEN      PIC 999.
           02 LBREMAIN     PIC 999.

       FD BRANCHFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/BRANCH.DAT".
       01 BRANCHREC.
           02 BBRID    PIC X(6).
           02 BBRNAME  PIC X(15).
           02 BBRADD   PIC X(30).
           02 BBRPH    PIC X(10).
           02 BEMAIL   PIC X(20).
           02 BMGRNAME PIC X(25).

       FD CONTRACTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/CONTRACT.DAT".
       01 CONTRACTREC.
           02 CTEMPID   PIC X(6).
           02 CTEND     PIC X(10).
           02 CTREF     PIC X(15).

       FD RETAGEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/RETAGE.DAT".
       01 RETAGEREC.
           02 RAGRADE   PIC 99.
           02 RAAGE     PIC 99.

       FD REHIREFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/REHIRE.DAT".
       01 REHIREREC.
           02 RHNEWID      PIC X(6).
           02 RHOLDID      PIC X(6).
           02 RHDATE       PIC X(10).
           02 RHOLDDOJ     PIC X(10).
           02 RHOLDLWD     PIC X(10).
           02 RHPRIOR      PIC 9(5).
           02 RHBRIDGE     PIC X(1).
           02 RHENTDT      PIC X(10).
           02 RHDECBY      PIC X(8).
           02 RHDECDT      PIC X(10).

       FD SEPQUEUEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/SEPQUEUE.DAT".
       01 SEPQUEUEREC.
           02 SQEMPID   PIC X(6).
           02 SQDATE    PIC X(10).
           02 SQTYPE    PIC X(1).
           02 SQSTAT    PIC X(1).
           02 SQQUEDT   PIC X(10).

       FD SEPFCSTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/SEPFCST.DAT".
       01 SEPFCSTREC          PIC X(99).

       WORKING-STORAGE SECTION.
       77 FSE    PIC XX.
       77 FSEP   PIC XX.
       77 FSP    PIC XX.
       77 FSSP   PIC XX.
       77 FSLB   PIC XX.
       77 FSB    PIC XX.
       77 FSCT   PIC XX.
       77 FSRA   PIC XX.
       77 FSRH   PIC XX.
       77 FSSQ   PIC XX.
       77 FSS    PIC XX.
       77 WS-EOF      PIC X VALUE "N".
       77 WS-FOUND    PIC X.
       77 WS-SEPARATED PIC X.
       77 WS-SYSDATE  PIC 9(8).
       77 WS-TODAY    PIC X(10).
       77 WS-ASOF     PIC X(10).
       77 WS-HORIZON  PIC X(10).
       77 WS-HOR-CCYY PIC 9(4).
       77 WS-RETAGE   PIC 99.
       77 WS-RETDATE  PIC X(10).
       77 WS-DUE      PIC X(10).
       77 WS-DUETYPE  PIC X.
       77 WS-CCYY     PIC 9(4).
       77 WS-MM       PIC 99.
       77 WS-MAXDD    PIC 99.
       77 WS-DATE-STR PIC X(8).
       77 WS-DATE-NUM PIC 9(8).
       77 WS-INT-DUE  PIC 9(8).
       77 WS-INT-DOJ  PIC 9(8).
       77 WS-DAYS     PIC S9(8).
       77 WS-YEARS    PIC 9(3).
       77 WS-PLDAYS   PIC 999.
       77 WS-GRTY     PIC 9(9)V99.
       77 WS-ENCASH   PIC 9(8)V99.
       77 WS-LINK-ID  PIC X(6).
       77 WS-LINK-END PIC X.
       77 WS-HOPS     PIC 99.
       77 WS-COUNT    PIC 9(6) VALUE ZERO.
       77 WS-QUEUED   PIC 9(6) VALUE ZERO.
       77 WS-TOT-GRTY PIC 9(11)V99 VALUE ZERO.
       77 WS-TOT-ENC  PIC 9(10)V99 VALUE ZERO.
       77 WS-BR-MATCH PIC 9(4).

       01 BRANCH-TABLE.
           02 BR-ENTRY OCCURS 200 TIMES INDEXED BY BR-IDX.
              03 BR-CODE  PIC X(6).
              03 BR-COUNT PIC 9(4).
              03 BR-GRTY  PIC 9(10)V99.
              03 BR-ENC   PIC 9(10)V99.
       77 BR-TOP PIC 9(4) VALUE ZERO.

       01 FORECAST-TABLE.
           02 FC-ENTRY OCCURS 3000 TIMES INDEXED BY FC-IDX.
              03 FC-BRN   PIC X(6).
              03 FC-LINE  PIC X(99).
       77 FC-TOP PIC 9(4) VALUE ZERO.

       01 WS-DET-LINE.
           02 WD-TYPE    PIC X(4).
           02 FILLER     PIC X(1) VALUE SPACE.
           02 WD-BRNID   PIC X(6).
           02 FILLER     PIC X(1) VALUE SPACE.
           02 WD-EMPID   PIC X(6).
           02 FILLER     PIC X(1) VALUE SPACE.
           02 WD-NAME    PIC X(25).
           02 FILLER     PIC X(1) VALUE SPACE.
           02 WD-GRADE   PIC Z9.
           02 FILLER     PIC X(1) VALUE SPACE.
           02 WD-DATE    PIC X(10).
           02 FILLER     PIC X(1) VALUE SPACE.
           02 WD-YEARS   PIC ZZ9.
           02 FILLER     PIC X(1) VALUE SPACE.
           02 WD-PLDAYS  PIC ZZ9.
           02 FILLER     PIC X(1) VALUE SPACE.
           02 WD-GRTY    PIC Z(8)9.99.
           02 FILLER     PIC X(1) VALUE SPACE.
           02 WD-ENCASH  PIC Z(7)9.99.
           02 FILLER     PIC X(1) VALUE SPACE.
           02 WD-FLAG    PIC X(7).
       01 WS-SUM-LINE.
           02 WU-TYPE    PIC X(4).
           02 FILLER     PIC X(1) VALUE SPACE.
           02 WU-BRNID   PIC X(6).
           02 FILLER     PIC X(1) VALUE SPACE.
           02 WU-BRNAME  PIC X(15).
           02 FILLER     PIC X(7) VALUE " COUNT ".
           02 WU-COUNT   PIC ZZZZZ9.
           02 FILLER     PIC X(18) VALUE SPACES.
           02 WU-GRTY    PIC Z(10)9.99.
           02 FILLER     PIC X(1) VALUE SPACE.
           02 WU-ENCASH  PIC Z(9)9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-TODAY.
           STRING WS-SYSDATE (1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-SYSDATE (5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-SYSDATE (7:2) DELIMITED BY SIZE
             INTO WS-TODAY.
           DISPLAY "FORECAST FROM (CCYY-MM-DD, BLANK = TODAY) :".
           ACCEPT WS-ASOF.
           IF WS-ASOF = SPACES
              MOVE WS-TODAY TO WS-ASOF.
           STRING WS-ASOF (1:4) WS-ASOF (6:2) WS-ASOF (9:2)
              DELIMITED BY SIZE INTO WS-DATE-STR.
           IF WS-DATE-STR NOT NUMERIC OR WS-ASOF (5:1) NOT = "-"
              OR WS-ASOF (8:1) NOT = "-"
              DISPLAY "INVALID DATE, USE CCYY-MM-DD"
              MOVE 8 TO RETURN-CODE
              STOP RUN.
           MOVE WS-ASOF (1:4) TO WS-HOR-CCYY.
           ADD 1 TO WS-HOR-CCYY.
           MOVE WS-ASOF TO WS-HORIZON.
           MOVE WS-HOR-CCYY TO WS-HORIZON (1:4).
           OPEN INPUT EMPFILE.
           IF FSE = "35" OR FSE = "30"
              DISPLAY "NO EMPLOYEES ON FILE"
              MOVE 8 TO RETURN-CODE
              STOP RUN.
           OPEN INPUT EMPPERSONALFILE.
           OPEN INPUT PAYMENTFILE.
           OPEN INPUT SEPARATEFILE.
           OPEN INPUT LEAVEBALFILE.
           OPEN INPUT CONTRACTFILE.
           OPEN INPUT RETAGEFILE.
           OPEN INPUT REHIREFILE.
           OPEN I-O SEPQUEUEFILE.
           IF FSSQ = "35" OR FSSQ = "30"
              OPEN OUTPUT SEPQUEUEFILE
              CLOSE SEPQUEUEFILE
              OPEN I-O SEPQUEUEFILE.
           PERFORM UNTIL WS-EOF = "Y"
              READ EMPFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    PERFORM CHECK-SEPARATED-PARA
                    IF WS-SEPARATED NOT = "Y"
                       PERFORM FORECAST-EMP-PARA
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE EMPFILE EMPPERSONALFILE PAYMENTFILE SEPARATEFILE
                 LEAVEBALFILE CONTRACTFILE RETAGEFILE REHIREFILE
                 SEPQUEUEFILE.
           OPEN OUTPUT SEPFCSTFILE.
           OPEN INPUT BRANCHFILE.
           PERFORM WRITE-BRANCH-PARA
              VARYING BR-IDX FROM 1 BY 1 UNTIL BR-IDX > BR-TOP.
           CLOSE BRANCHFILE.
           MOVE "TOTL"       TO WU-TYPE.
           MOVE SPACES       TO WU-BRNID WU-BRNAME.
           MOVE WS-COUNT     TO WU-COUNT.
           MOVE WS-TOT-GRTY  TO WU-GRTY.
           MOVE WS-TOT-ENC   TO WU-ENCASH.
           MOVE WS-SUM-LINE  TO SEPFCSTREC.
           WRITE SEPFCSTREC.
           CLOSE SEPFCSTFILE.
           DISPLAY "SEPARATION FORECAST " WS-ASOF " TO " WS-HORIZON
                   " - " WS-COUNT " EMPLOYEES, " WS-QUEUED
                   " NEWLY QUEUED FOR EMPSEP".
           STOP RUN.

       CHECK-SEPARATED-PARA.
           MOVE "N" TO WS-SEPARATED.
           IF FSSP = "35" OR FSSP = "30"
              CONTINUE
           ELSE
              MOVE EEMPID TO SPEMPID
              READ SEPARATEFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE "Y" TO WS-SEPARATED
              END-READ
           END-IF.

      *    THE SEPARATION DATE IS THE EARLIER OF RETIREMENT (LAST DAY
      *    OF THE MONTH THE GRADE'S AGE IS REACHED) AND ANY FIXED-TERM
      *    CONTRACT END. ANYONE ALREADY PAST IT IS STILL LISTED.
       FORECAST-EMP-PARA.
           MOVE SPACES TO WS-DUE WS-RETDATE.
           PERFORM RETIREMENT-DATE-PARA.
           IF WS-RETDATE NOT = SPACES
              MOVE WS-RETDATE TO WS-DUE
              MOVE "R" TO WS-DUETYPE.
           IF FSCT = "35" OR FSCT = "30"
              CONTINUE
           ELSE
              MOVE EEMPID TO CTEMPID
              READ CONTRACTFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF CTEND NOT = SPACES AND
                       (WS-DUE = SPACES OR CTEND < WS-DUE)
                       MOVE CTEND TO WS-DUE
                       MOVE "C" TO WS-DUETYPE
                    END-IF
              END-READ
           END-IF.
           IF WS-DUE NOT = SPACES AND WS-DUE NOT > WS-HORIZON
              PERFORM PROJECT-PARA
           END-IF.

       RETIREMENT-DATE-PARA.
           MOVE 60 TO WS-RETAGE.
           IF FSRA = "35" OR FSRA = "30"
              CONTINUE
           ELSE
              MOVE EGRDNO TO RAGRADE
              READ RETAGEFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE RAAGE TO WS-RETAGE
              END-READ
           END-IF.
           MOVE SPACES TO EPDOB.
           IF FSEP = "35" OR FSEP = "30"
              CONTINUE
           ELSE
              MOVE EEMPID TO EPEMPID
              READ EMPPERSONALFILE
                 INVALID KEY MOVE SPACES TO EPDOB
              END-READ
           END-IF.
           STRING EPDOB (1:4) EPDOB (6:2) EPDOB (9:2)
              DELIMITED BY SIZE INTO WS-DATE-STR.
           IF WS-DATE-STR IS NUMERIC
              MOVE EPDOB (1:4) TO WS-CCYY
              ADD WS-RETAGE TO WS-CCYY
              MOVE EPDOB (6:2) TO WS-MM
              PERFORM SET-MAXDD-PARA
              MOVE EPDOB TO WS-RETDATE
              MOVE WS-CCYY TO WS-RETDATE (1:4)
              MOVE WS-MAXDD TO WS-RETDATE (9:2)
           END-IF.

      *    GRATUITY AS PROVRPT WORKS IT (COMPLETED YEARS, BRIDGED
      *    EARLIER SERVICE INCLUDED, TIMES PBASIC) BUT AT THE
      *    SEPARATION DATE; ENCASHMENT ON TODAY'S PL BALANCE.
       PROJECT-PARA.
           MOVE EEMPID TO PEMPID.
           READ PAYMENTFILE
              INVALID KEY MOVE ZERO TO PBASIC
           END-READ.
           MOVE ZERO TO WS-DAYS.
           STRING WS-DUE (1:4) WS-DUE (6:2) WS-DUE (9:2)
              DELIMITED BY SIZE INTO WS-DATE-STR.
           IF WS-DATE-STR IS NUMERIC
              MOVE WS-DATE-STR TO WS-DATE-NUM
              COMPUTE WS-INT-DUE =
                 FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
              STRING EDOJ (1:4) EDOJ (6:2) EDOJ (9:2)
                 DELIMITED BY SIZE INTO WS-DATE-STR
              IF WS-DATE-STR IS NUMERIC
                 MOVE WS-DATE-STR TO WS-DATE-NUM
                 COMPUTE WS-INT-DOJ =
                    FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                 COMPUTE WS-DAYS = WS-INT-DUE - WS-INT-DOJ
              END-IF
           END-IF.
           IF WS-DAYS < ZERO
              MOVE ZERO TO WS-DAYS.
           PERFORM BRIDGED-SERVICE-PARA.
           COMPUTE WS-YEARS = WS-DAYS / 365.
           COMPUTE WS-GRTY = WS-YEARS * PBASIC.
           MOVE ZERO TO WS-PLDAYS.
           IF FSLB = "35" OR FSLB = "30"
              CONTINUE
           ELSE
              MOVE EEMPID TO LBEMPID
              MOVE WS-TODAY (1:4) TO LBYEAR
              MOVE "PL " TO LBCAT
              READ LEAVEBALFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE LBREMAIN TO WS-PLDAYS
              END-READ
           END-IF.
           COMPUTE WS-ENCASH ROUNDED = WS-PLDAYS * PBASIC / 30.
           MOVE SPACES TO WD-FLAG.
           IF WS-DUE NOT > WS-TODAY
              PERFORM QUEUE-PARA.
           IF WS-DUETYPE = "R"
              MOVE "RETR" TO WD-TYPE
           ELSE
              MOVE "CONT" TO WD-TYPE
           END-IF.
           MOVE EBRNID    TO WD-BRNID.
           MOVE EEMPID    TO WD-EMPID.
           MOVE EEMPNAME  TO WD-NAME.
           MOVE EGRDNO    TO WD-GRADE.
           MOVE WS-DUE    TO WD-DATE.
           MOVE WS-YEARS  TO WD-YEARS.
           MOVE WS-PLDAYS TO WD-PLDAYS.
           MOVE WS-GRTY   TO WD-GRTY.
           MOVE WS-ENCASH TO WD-ENCASH.
           IF FC-TOP >= 3000
              DISPLAY "FORECAST TABLE FULL - RAISE FC-ENTRY"
                      " OCCURS AND RERUN"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO FC-TOP.
           MOVE EBRNID TO FC-BRN(FC-TOP).
           MOVE WS-DET-LINE TO FC-LINE(FC-TOP).
           ADD WS-GRTY TO WS-TOT-GRTY.
           ADD WS-ENCASH TO WS-TOT-ENC.
           ADD 1 TO WS-COUNT.
           PERFORM ADD-BRANCH-PARA.

       BRIDGED-SERVICE-PARA.
           IF FSRH = "35" OR FSRH = "30"
              CONTINUE
           ELSE
              MOVE EEMPID TO WS-LINK-ID
              MOVE "N" TO WS-LINK-END
              MOVE ZERO TO WS-HOPS
              PERFORM UNTIL WS-LINK-END = "Y" OR WS-HOPS > 20
                 MOVE WS-LINK-ID TO RHNEWID
                 READ REHIREFILE
                    INVALID KEY MOVE "Y" TO WS-LINK-END
                    NOT INVALID KEY
                       IF RHBRIDGE = "Y"
                          ADD RHPRIOR TO WS-DAYS
                          MOVE RHOLDID TO WS-LINK-ID
                       ELSE
                          MOVE "Y" TO WS-LINK-END
                       END-IF
                 END-READ
                 ADD 1 TO WS-HOPS
              END-PERFORM
           END-IF.

      *    ONCE THE DATE HAS ARRIVED THE EMPLOYEE IS QUEUED FOR EMPSEP
      *    (ONCE - A ROW ALREADY QUEUED IS LEFT AS IT IS).
       QUEUE-PARA.
           MOVE EEMPID     TO SQEMPID.
           MOVE WS-DUE     TO SQDATE.
           MOVE WS-DUETYPE TO SQTYPE.
           MOVE "P"        TO SQSTAT.
           MOVE WS-TODAY   TO SQQUEDT.
           MOVE "QUEUED"   TO WD-FLAG.
           WRITE SEPQUEUEREC
              INVALID KEY MOVE "PENDING" TO WD-FLAG
           END-WRITE.
           IF WD-FLAG = "QUEUED"
              ADD 1 TO WS-QUEUED.

       ADD-BRANCH-PARA.
           MOVE "N" TO WS-FOUND.
           PERFORM VARYING BR-IDX FROM 1 BY 1
              UNTIL BR-IDX > BR-TOP OR WS-FOUND = "Y"
              IF BR-CODE(BR-IDX) = EBRNID
                 MOVE "Y" TO WS-FOUND
                 SET WS-BR-MATCH TO BR-IDX
              END-IF
           END-PERFORM.
           IF WS-FOUND = "N"
              IF BR-TOP >= 200
                 DISPLAY "BRANCH TABLE FULL - RAISE BR-ENTRY"
                         " OCCURS AND RERUN"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO BR-TOP
              SET WS-BR-MATCH TO BR-TOP
              MOVE EBRNID TO BR-CODE(WS-BR-MATCH)
              MOVE ZERO TO BR-COUNT(WS-BR-MATCH)
              MOVE ZERO TO BR-GRTY(WS-BR-MATCH) BR-ENC(WS-BR-MATCH)
           END-IF.
           ADD 1 TO BR-COUNT(WS-BR-MATCH).
           ADD WS-GRTY TO BR-GRTY(WS-BR-MATCH).
           ADD WS-ENCASH TO BR-ENC(WS-BR-MATCH).

      *    THE BRANCH'S DETAIL LINES, IN EMPLOYEE ORDER, THEN ITS TOTAL.
       WRITE-BRANCH-PARA.
           PERFORM VARYING FC-IDX FROM 1 BY 1 UNTIL FC-IDX > FC-TOP
              IF FC-BRN(FC-IDX) = BR-CODE(BR-IDX)
                 MOVE FC-LINE(FC-IDX) TO SEPFCSTREC
                 WRITE SEPFCSTREC
              END-IF
           END-PERFORM.
           MOVE BR-CODE(BR-IDX) TO BBRID.
           READ BRANCHFILE INVALID KEY MOVE SPACES TO BBRNAME.
           MOVE "BRCH"          TO WU-TYPE.
           MOVE BR-CODE(BR-IDX) TO WU-BRNID.
           MOVE BBRNAME         TO WU-BRNAME.
           MOVE BR-COUNT(BR-IDX) TO WU-COUNT.
           MOVE BR-GRTY(BR-IDX) TO WU-GRTY.
           MOVE BR-ENC(BR-IDX)  TO WU-ENCASH.
           MOVE WS-SUM-LINE     TO SEPFCSTREC.
           WRITE SEPFCSTREC.

       SET-MAXDD-PARA.
           EVALUATE WS-MM
              WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                 MOVE 31 TO WS-MAXDD
              WHEN 4 WHEN 6 WHEN 9 WHEN 11
                 MOVE 30 TO WS-MAXDD
              WHEN 2
                 IF FUNCTION MOD(WS-CCYY, 4) NOT = 0
                    MOVE 28 TO WS-MAXDD
                 ELSE
                    IF FUNCTION MOD(WS-CCYY, 100) = 0 AND
                       FUNCTION MOD(WS-CCYY, 400) NOT = 0
                       MOVE 28 TO WS-MAXDD
                    ELSE
                       MOVE 29 TO WS-MAXDD
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE 28 TO WS-MAXDD
           END-EVALUATE.

       END PROGRAM SEPFCST.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCREQ.

      *    MANDATORY STATUTORY DOCUMENTS BY DESIGNATION - ADDS,
      *    CHANGES OR REMOVES A DOCUMENT TYPE (DRIVING LICENCE, WORK
      *    PERMIT, MEDICAL FITNESS, PROFESSIONAL REGISTRATION ...)
      *    THAT EVERYONE HOLDING A DESIGNATION (DESID) MUST HAVE ON
      *    DATA/EMPDOC.DAT (KEYED IN EMPMAINT). EACH ROW ON
      *    DATA/DOCREQ.DAT ALSO SAYS WHETHER A LAPSED DOCUMENT OF THAT
      *    TYPE PUTS THE EMPLOYEE'S SALARY ON HOLD - DOCEXP THEN
      *    PLACES THE HOLDFILE HOLD, WHICH IS RELEASED IN HOLDENTRY
      *    ONCE THE RENEWAL IS KEYED. CHANGES TAKE AN ADMIN LOGIN AND
      *    EACH ONE IS WRITTEN TO DATA/AUDIT.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOCREQFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DRKEY
           FILE STATUS IS FSDR.

           SELECT DESIGNATIONFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DESID
           FILE STATUS IS FSDES.

           SELECT USERFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USERID
           FILE STATUS IS FSU.

           SELECT AUDITFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSA.

       DATA DIVISION.
       FILE SECTION.
       FD DOCREQFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/DOCREQ.DAT".
       01 DOCREQREC.
           02 DRKEY.
              03 DRDESID   PIC X(6).
              03 DRTYPE    PIC X(4).
           02 DRDESC       PIC X(20).
           02 DRHOLD       PIC X(1).

       FD DESIGNATIONFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/DESIG.DAT".
       01 DESIGNATIONREC.
           02 DESID    PIC X(6).
           02 DESIGN   PIC X(15).
           02 DESHRT   PIC X(4).

       FD USERFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/USER.DAT".
       01 USERREC.
           03 USERID           PIC X(8).
           03 USER-PWD-HASH    PIC 9(10).
           03 USER-ROLE        PIC X(8).
           03 USER-EMPID       PIC X(6).

       FD AUDITFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/AUDIT.DAT".
       01 AUDITREC            PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSDR  PIC XX.
       77 FSDES PIC XX.
       77 FSU   PIC XX.
       77 FSA   PIC XX.
       77 WS-MODE      PIC X.
       77 WS-EOF       PIC X.
       77 WS-AUD-OP    PIC X(6).
       77 WS-AUD-FILE  PIC X(18).
       77 WS-AUD-KEY   PIC X(20).
       77 WS-LOGIN-ID  PIC X(8).
       77 WS-LOGIN-PWD PIC X(20).
       77 WS-LOGIN-OK  PIC X.
       01 WS-HASH-WORK.
           03 WS-HASH-I    PIC 9(4).
           03 WS-HASH-ACC  PIC 9(10).
           03 WS-HASH-CH   PIC 9(3).
       01 AUDIT-STAMP.
           03 AUD-DATE         PIC 9(8).
           03 AUD-TIME         PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "(A)DD/CHANGE, (D)ELETE OR (L)IST MANDATORY"
                   " DOCUMENTS ?:".
           ACCEPT WS-MODE.
           IF WS-MODE = "a"
              MOVE "A" TO WS-MODE.
           IF WS-MODE = "d"
              MOVE "D" TO WS-MODE.
           IF WS-MODE = "l"
              MOVE "L" TO WS-MODE.
           IF WS-MODE = "L"
              PERFORM LIST-PARA
              STOP RUN.
           IF WS-MODE NOT = "A" AND WS-MODE NOT = "D"
              DISPLAY "INVALID CHOICE - ENTER A, D OR L"
              STOP RUN.
      *    THE LIST DECIDES WHO IS REPORTED MISSING A DOCUMENT AND
      *    WHOSE SALARY DOCEXP HOLDS, SO ONLY AN ADMIN CHANGES IT.
           PERFORM VERIFY-ADMIN-PARA.
           IF WS-LOGIN-OK NOT = "Y"
              DISPLAY "CHANGE REFUSED - ADMIN LOGIN REQUIRED"
              MOVE 8 TO RETURN-CODE
              STOP RUN.
           DISPLAY "DESIGNATION CODE (DESID)           :".
           ACCEPT DRDESID.
           OPEN INPUT DESIGNATIONFILE.
           MOVE DRDESID TO DESID.
           READ DESIGNATIONFILE
              INVALID KEY
                 DISPLAY "DESIGNATION " DRDESID
                         " NOT FOUND ON DESIGNATIONFILE"
                 CLOSE DESIGNATIONFILE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-READ.
           CLOSE DESIGNATIONFILE.
           DISPLAY "DOCUMENT TYPE (E.G. DRVL, WPRM)    :".
           ACCEPT DRTYPE.
           IF DRTYPE = SPACES
              DISPLAY "DOCUMENT TYPE REQUIRED - NOT SAVED"
              MOVE 8 TO RETURN-CODE
              STOP RUN.
           OPEN I-O DOCREQFILE.
           IF FSDR = "35" OR FSDR = "30"
              OPEN OUTPUT DOCREQFILE
              CLOSE DOCREQFILE
              OPEN I-O DOCREQFILE.
           MOVE "DOCREQFILE" TO WS-AUD-FILE.
           MOVE DRKEY TO WS-AUD-KEY.
           IF WS-MODE = "D"
              READ DOCREQFILE
                 INVALID KEY
                    DISPLAY "DOCUMENT " DRTYPE " IS NOT MANDATORY FOR "
                            DRDESID
                    CLOSE DOCREQFILE
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
              END-READ
              DELETE DOCREQFILE
              CLOSE DOCREQFILE
              MOVE "DELETE" TO WS-AUD-OP
              PERFORM WRITE-AUDIT-PARA
              DISPLAY "DOCUMENT " DRTYPE " NO LONGER MANDATORY FOR "
                      DRDESID
              STOP RUN.
           DISPLAY "DESCRIPTION                        :".
           ACCEPT DRDESC.
      *    WITH THE HOLD OPTION ON, DOCEXP PLACES A HOLDFILE SALARY
      *    HOLD ON ANYONE IN THE DESIGNATION WHOSE DOCUMENT HAS LAPSED.
           DISPLAY "HOLD SALARY WHEN IT LAPSES (Y/N)   :".
           ACCEPT DRHOLD.
           IF DRHOLD = "y"
              MOVE "Y" TO DRHOLD.
           IF DRHOLD NOT = "Y"
              MOVE "N" TO DRHOLD.
           MOVE "ADD" TO WS-AUD-OP.
           WRITE DOCREQREC
              INVALID KEY
                 MOVE "CHANGE" TO WS-AUD-OP
                 REWRITE DOCREQREC
           END-WRITE.
           CLOSE DOCREQFILE.
           PERFORM WRITE-AUDIT-PARA.
           DISPLAY "DOCUMENT " DRTYPE " MANDATORY FOR " DRDESID
                   " - AUTOMATIC HOLD " DRHOLD.
           STOP RUN.

       LIST-PARA.
           OPEN INPUT DOCREQFILE.
           IF FSDR = "35" OR FSDR = "30"
              DISPLAY "NO MANDATORY DOCUMENTS DEFINED"
              CLOSE DOCREQFILE
           ELSE
              DISPLAY "DESID  TYPE DESCRIPTION          HOLD"
              MOVE "N" TO WS-EOF
              PERFORM UNTIL WS-EOF = "Y"
                 READ DOCREQFILE NEXT RECORD
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       DISPLAY DRDESID " " DRTYPE " " DRDESC " "
                               DRHOLD
                 END-READ
              END-PERFORM
              CLOSE DOCREQFILE
           END-IF.

       VERIFY-ADMIN-PARA.
           MOVE "N" TO WS-LOGIN-OK.
           DISPLAY "ENTER ADMIN USER ID                :".
           ACCEPT WS-LOGIN-ID.
           DISPLAY "ENTER PASSWORD                     :".
           ACCEPT WS-LOGIN-PWD.
           PERFORM HASH-PASSWORD-PARA.
           OPEN INPUT USERFILE.
           IF FSU = "35" OR FSU = "30"
              CLOSE USERFILE
           ELSE
              MOVE WS-LOGIN-ID TO USERID
              READ USERFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF USER-PWD-HASH = WS-HASH-ACC AND
                       USER-ROLE = "ADMIN"
                       MOVE "Y" TO WS-LOGIN-OK
                    END-IF
              END-READ
              CLOSE USERFILE
           END-IF.

       HASH-PASSWORD-PARA.
           MOVE ZERO TO WS-HASH-ACC.
           PERFORM VARYING WS-HASH-I FROM 1 BY 1
                 UNTIL WS-HASH-I > 20
              MOVE FUNCTION ORD(WS-LOGIN-PWD(WS-HASH-I:1))
                 TO WS-HASH-CH
              COMPUTE WS-HASH-ACC =
                 FUNCTION MOD((WS-HASH-ACC * 31) + WS-HASH-CH,
                 9999999999)
           END-PERFORM.

       WRITE-AUDIT-PARA.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT AUD-TIME FROM TIME.
           OPEN EXTEND AUDITFILE.
           IF FSA = "05" OR FSA = "35"
              CLOSE AUDITFILE
              OPEN OUTPUT AUDITFILE.
           MOVE SPACES TO AUDITREC.
           STRING WS-AUD-OP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AUD-FILE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AUD-KEY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUD-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUD-TIME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LOGIN-ID DELIMITED BY SIZE
             INTO AUDITREC.
           WRITE AUDITREC.
           CLOSE AUDITFILE.

       END PROGRAM DOCREQ.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCEXP.

      *    WEEKLY STATUTORY DOCUMENT CHECK - FOR EVERY EMPLOYEE STILL
      *    IN SERVICE (NOT ON SEPARATEFILE) LISTS ON DATA/DOCEXP.DAT
      *    EACH DOCUMENT ON DATA/EMPDOC.DAT (KEYED IN EMPMAINT) THAT
      *    HAS LAPSED OR EXPIRES WITHIN 30, 60 OR 90 DAYS OF TODAY,
      *    MARKED M WHEN THE TYPE IS MANDATORY FOR THE EMPLOYEE'S
      *    DESIGNATION ON DATA/DOCREQ.DAT, AND EACH MANDATORY TYPE THE
      *    EMPLOYEE HAS NO DOCUMENT FOR AT ALL (MISSNG). WHERE DOCREQ
      *    HAS THE HOLD OPTION ON FOR A MANDATORY TYPE, A LAPSED
      *    DOCUMENT PUTS A SALARY HOLD ON DATA/HOLD.DAT, SO PAYRUN
      *    FLAGS THE PAY HELD AND BANKDISB KEEPS IT OFF THE BANK FILE
      *    UNTIL THE RENEWAL IS KEYED AND THE HOLD RELEASED IN
      *    HOLDENTRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EEMPID
           FILE STATUS IS FSE.

           SELECT SEPARATEFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SPEMPID
           FILE STATUS IS FSSP.

           SELECT EMPDOCFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DCKEY
           FILE STATUS IS FSDC.

           SELECT DOCREQFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DRKEY
           FILE STATUS IS FSDR.

           SELECT HOLDFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HDEMPID
           FILE STATUS IS FSHD.

           SELECT DOCEXPFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/EMP.DAT".
       01 EMPREC.
           02 EEMPID    PIC X(6).
           02 EEMPNAME  PIC X(25).
           02 EEMPADDR  PIC X(30).
           02 EPHONE    PIC X(10).
           02 EDOJ      PIC X(10).
           02 EDIP      PIC X(10).
           02 EUG       PIC X(4).
           02 EPG       PIC X(4).
           02 EPROFQ    PIC X(4).
           02 ESKILL    PIC X(10).
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).

       FD SEPARATEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/SEPARATE.DAT".
       01 SEPARATEREC.
           02 SPEMPID   PIC X(6).
           02 SPLWD     PIC X(10).
           02 SPREASON  PIC X(20).

       FD EMPDOCFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/EMPDOC.DAT".
       01 EMPDOCREC.
           02 DCKEY.
              03 DCEMPID   PIC X(6).
              03 DCTYPE    PIC X(4).
           02 DCNUMBER     PIC X(20).
           02 DCISSUE      PIC X(10).
           02 DCEXPIRY     PIC X(10).
           02 DCAUTH       PIC X(25).

       FD DOCREQFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/DOCREQ.DAT".
       01 DOCREQREC.
           02 DRKEY.
              03 DRDESID   PIC X(6).
              03 DRTYPE    PIC X(4).
           02 DRDESC       PIC X(20).
           02 DRHOLD       PIC X(1).

       FD HOLDFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/HOLD.DAT".
       01 HOLDREC.
           02 HDEMPID   PIC X(6).
           02 HDDATE    PIC X(10).
           02 HDREASON  PIC X(20).
           02 HDRELDT   PIC X(10).

       FD DOCEXPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/DOCEXP.DAT".
       01 DOCEXPREC.
           02 DXSTAT    PIC X(6).
           02 FILLER    PIC X(1).
           02 DXEMPID   PIC X(6).
           02 FILLER    PIC X(1).
           02 DXNAME    PIC X(25).
           02 FILLER    PIC X(1).
           02 DXDESID   PIC X(6).
           02 FILLER    PIC X(1).
           02 DXTYPE    PIC X(4).
           02 FILLER    PIC X(1).
           02 DXNUMBER  PIC X(20).
           02 FILLER    PIC X(1).
           02 DXEXPIRY  PIC X(10).
           02 FILLER    PIC X(1).
           02 DXMAND    PIC X(1).
           02 FILLER    PIC X(1).
           02 DXHOLD    PIC X(4).

       WORKING-STORAGE SECTION.
       77 FSE    PIC XX.
       77 FSSP   PIC XX.
       77 FSDC   PIC XX.
       77 FSDR   PIC XX.
       77 FSHD   PIC XX.
       77 FSS    PIC XX.
       77 WS-EOF       PIC X VALUE "N".
       77 WS-DC-EOF    PIC X.
       77 WS-DR-EOF    PIC X.
       77 WS-SEPARATED PIC X.
       77 WS-MAND      PIC X.
       77 WS-AUTOHOLD  PIC X.
       77 WS-SYSDATE   PIC 9(8).
       77 WS-TODAY     PIC X(10).
       77 WS-INT-TODAY PIC 9(8).
       77 WS-DATE-NUM  PIC 9(8).
       77 WS-D30       PIC X(10).
       77 WS-D60       PIC X(10).
       77 WS-D90       PIC X(10).
       77 WS-DESID     PIC X(6).
       77 WS-DOC-DATE  PIC X(10).
       77 WS-LAPSED    PIC 9(6) VALUE ZERO.
       77 WS-DUE30     PIC 9(6) VALUE ZERO.
       77 WS-DUE60     PIC 9(6) VALUE ZERO.
       77 WS-DUE90     PIC 9(6) VALUE ZERO.
       77 WS-MISSING   PIC 9(6) VALUE ZERO.
       77 WS-HOLDS     PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
           STRING WS-SYSDATE (1:4) "-" WS-SYSDATE (5:2) "-"
                  WS-SYSDATE (7:2) DELIMITED BY SIZE INTO WS-TODAY.
           COMPUTE WS-INT-TODAY = FUNCTION INTEGER-OF-DATE(WS-SYSDATE).
           COMPUTE WS-DATE-NUM =
              FUNCTION DATE-OF-INTEGER(WS-INT-TODAY + 30).
           PERFORM FORMAT-DATE-PARA.
           MOVE WS-DOC-DATE TO WS-D30.
           COMPUTE WS-DATE-NUM =
              FUNCTION DATE-OF-INTEGER(WS-INT-TODAY + 60).
           PERFORM FORMAT-DATE-PARA.
           MOVE WS-DOC-DATE TO WS-D60.
           COMPUTE WS-DATE-NUM =
              FUNCTION DATE-OF-INTEGER(WS-INT-TODAY + 90).
           PERFORM FORMAT-DATE-PARA.
           MOVE WS-DOC-DATE TO WS-D90.
           OPEN INPUT EMPFILE.
           IF FSE = "35" OR FSE = "30"
              DISPLAY "NO EMPLOYEES ON FILE"
              STOP RUN.
           OPEN INPUT SEPARATEFILE.
           OPEN INPUT EMPDOCFILE.
           OPEN INPUT DOCREQFILE.
           OPEN I-O HOLDFILE.
           IF FSHD = "35" OR FSHD = "30"
              OPEN OUTPUT HOLDFILE
              CLOSE HOLDFILE
              OPEN I-O HOLDFILE.
           OPEN OUTPUT DOCEXPFILE.
           PERFORM UNTIL WS-EOF = "Y"
              READ EMPFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    PERFORM CHECK-SEP-PARA
                    IF WS-SEPARATED NOT = "Y"
                       PERFORM CHECK-EXPIRY-PARA
                       PERFORM CHECK-MISSING-PARA
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE EMPFILE SEPARATEFILE EMPDOCFILE DOCREQFILE HOLDFILE
                 DOCEXPFILE.
           DISPLAY "DOCUMENT CHECK " WS-TODAY " - " WS-LAPSED
                   " LAPSED, " WS-DUE30 " IN 30 DAYS, " WS-DUE60
                   " IN 60, " WS-DUE90 " IN 90, " WS-MISSING
                   " MISSING, " WS-HOLDS " SALARY HOLDS PLACED".
           STOP RUN.

       FORMAT-DATE-PARA.
           MOVE SPACES TO WS-DOC-DATE.
           STRING WS-DATE-NUM (1:4) "-" WS-DATE-NUM (5:2) "-"
                  WS-DATE-NUM (7:2) DELIMITED BY SIZE INTO WS-DOC-DATE.

       CHECK-SEP-PARA.
           MOVE "N" TO WS-SEPARATED.
           IF FSSP = "35" OR FSSP = "30"
              CONTINUE
           ELSE
              MOVE EEMPID TO SPEMPID
              READ SEPARATEFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE "Y" TO WS-SEPARATED
              END-READ
           END-IF.

      *    EVERY DOCUMENT ON FILE FOR THE EMPLOYEE WITH AN EXPIRY DATE
      *    IS BANDED LAPSED / 30 / 60 / 90 DAYS; ONE FURTHER OUT, OR
      *    WITH NO EXPIRY, IS NOT LISTED.
       CHECK-EXPIRY-PARA.
           IF FSDC = "35" OR FSDC = "30"
              CONTINUE
           ELSE
              MOVE EEMPID TO DCEMPID
              MOVE LOW-VALUES TO DCTYPE
              MOVE "N" TO WS-DC-EOF
              START EMPDOCFILE KEY IS NOT LESS THAN DCKEY
                 INVALID KEY MOVE "Y" TO WS-DC-EOF
              END-START
              PERFORM UNTIL WS-DC-EOF = "Y"
                 READ EMPDOCFILE NEXT RECORD
                    AT END MOVE "Y" TO WS-DC-EOF
                    NOT AT END
                       IF DCEMPID NOT = EEMPID
                          MOVE "Y" TO WS-DC-EOF
                       ELSE
                          PERFORM BAND-DOC-PARA
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

       BAND-DOC-PARA.
           IF DCEXPIRY = SPACES OR DCEXPIRY > WS-D90
              CONTINUE
           ELSE
              MOVE SPACES TO DOCEXPREC
              EVALUATE TRUE
                 WHEN DCEXPIRY < WS-TODAY
                    MOVE "LAPSED" TO DXSTAT
                    ADD 1 TO WS-LAPSED
                 WHEN DCEXPIRY NOT > WS-D30
                    MOVE "30 DAY" TO DXSTAT
                    ADD 1 TO WS-DUE30
                 WHEN DCEXPIRY NOT > WS-D60
                    MOVE "60 DAY" TO DXSTAT
                    ADD 1 TO WS-DUE60
                 WHEN OTHER
                    MOVE "90 DAY" TO DXSTAT
                    ADD 1 TO WS-DUE90
              END-EVALUATE
              MOVE DCTYPE TO DRTYPE
              PERFORM CHECK-MAND-PARA
              IF WS-MAND = "Y"
                 MOVE "M" TO DXMAND
              END-IF
              IF DXSTAT = "LAPSED" AND WS-AUTOHOLD = "Y"
                 PERFORM PLACE-HOLD-PARA
              END-IF
              MOVE EEMPID   TO DXEMPID
              MOVE EEMPNAME TO DXNAME
              MOVE EDESID   TO DXDESID
              MOVE DCTYPE   TO DXTYPE
              MOVE DCNUMBER TO DXNUMBER
              MOVE DCEXPIRY TO DXEXPIRY
              WRITE DOCEXPREC
           END-IF.

       CHECK-MAND-PARA.
           MOVE "N" TO WS-MAND WS-AUTOHOLD.
           IF FSDR = "35" OR FSDR = "30"
              CONTINUE
           ELSE
              MOVE EDESID TO DRDESID
              READ DOCREQFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE "Y" TO WS-MAND
                    MOVE DRHOLD TO WS-AUTOHOLD
              END-READ
           END-IF.

      *    A HOLD ALREADY IN FORCE IS LEFT ALONE; A RELEASED ONE IS
      *    REFRESHED THE WAY HOLDENTRY DOES IT, SO A DOCUMENT STILL
      *    LAPSED AFTER A RELEASE STOPS THE SALARY AGAIN.
       PLACE-HOLD-PARA.
           MOVE EEMPID   TO HDEMPID.
           MOVE WS-TODAY TO HDDATE.
           MOVE SPACES   TO HDREASON HDRELDT.
           STRING "LAPSED DOCUMENT " DCTYPE DELIMITED BY SIZE
             INTO HDREASON.
           MOVE "HOLD" TO DXHOLD.
           WRITE HOLDREC
              INVALID KEY
                 READ HOLDFILE
                    INVALID KEY MOVE SPACES TO DXHOLD
                 END-READ
                 IF HDRELDT = SPACES
                    MOVE "HELD" TO DXHOLD
                 ELSE
                    MOVE WS-TODAY TO HDDATE
                    MOVE SPACES   TO HDREASON HDRELDT
                    STRING "LAPSED DOCUMENT " DCTYPE DELIMITED BY SIZE
                      INTO HDREASON
                    REWRITE HOLDREC
                 END-IF
           END-WRITE.
           IF DXHOLD = "HOLD"
              ADD 1 TO WS-HOLDS.

      *    EVERY TYPE MANDATORY FOR THE DESIGNATION WITH NO ROW ON
      *    EMPDOCFILE FOR THE EMPLOYEE IS LISTED AS MISSING.
       CHECK-MISSING-PARA.
           IF FSDR = "35" OR FSDR = "30"
              CONTINUE
           ELSE
              MOVE EDESID TO DRDESID WS-DESID
              MOVE LOW-VALUES TO DRTYPE
              MOVE "N" TO WS-DR-EOF
              START DOCREQFILE KEY IS NOT LESS THAN DRKEY
                 INVALID KEY MOVE "Y" TO WS-DR-EOF
              END-START
              PERFORM UNTIL WS-DR-EOF = "Y"
                 READ DOCREQFILE NEXT RECORD
                    AT END MOVE "Y" TO WS-DR-EOF
                    NOT AT END
                       IF DRDESID NOT = WS-DESID
                          MOVE "Y" TO WS-DR-EOF
                       ELSE
                          PERFORM CHECK-HAS-DOC-PARA
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

       CHECK-HAS-DOC-PARA.
           MOVE "N" TO WS-MAND.
           IF FSDC = "35" OR FSDC = "30"
              CONTINUE
           ELSE
              MOVE EEMPID TO DCEMPID
              MOVE DRTYPE TO DCTYPE
              READ EMPDOCFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE "Y" TO WS-MAND
              END-READ
           END-IF.
           IF WS-MAND = "N"
              MOVE SPACES   TO DOCEXPREC
              MOVE "MISSNG" TO DXSTAT
              MOVE EEMPID   TO DXEMPID
              MOVE EEMPNAME TO DXNAME
              MOVE EDESID   TO DXDESID
              MOVE DRTYPE   TO DXTYPE
              MOVE DRDESC   TO DXNUMBER
              MOVE "M"      TO DXMAND
              WRITE DOCEXPREC
              ADD 1 TO WS-MISSING
           END-IF.

       END PROGRAM DOCEXP.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PFPOST.

      *    PF MEMBER LEDGER POSTING - FOR AN OPERATOR-SUPPLIED PAY
      *    PERIOD (CCYYMM), POSTS EACH EMPLOYEE'S PF CONTRIBUTION
      *    (PCPF) AND THE EMPLOYER SHARE (PCPFER) FROM THE PERIOD'S
      *    PAYCOMP ROWS INTO THE MONTH OF THE MEMBER'S ROW FOR THE PF
      *    YEAR (APRIL TO MARCH) ON DATA/PFLEDGER.DAT, OPENING THE ROW
      *    IF NEEDED. THE MONTH IS OVERWRITTEN, NOT ADDED TO, SO A
      *    RERUN AFTER A PAYRUN RERUN POSTS THE SAME FIGURES AGAIN.
      *    RUN AS THE LAST MONTH-END STEP. A YEAR ALREADY CLOSED BY
      *    PFCLOSE IS NOT POSTED TO; A MEMBER WHOSE BALANCE EMPSEP HAS
      *    ALREADY SETTLED (THE LAST MONTH IS OFTEN PAID AFTER THE
      *    SEPARATION) HAS THE DIFFERENCE ADDED TO THE BALANCE PAYABLE
      *    AND IS NAMED SO THE TOP-UP CAN BE PAID FROM THE TRUST.
      *    ADVANCES AND WITHDRAWALS ARE KEYED IN PFADV, THE YEAR IS
      *    CLOSED WITH INTEREST IN PFCLOSE AND PFSTMT PRINTS THE
      *    MEMBER STATEMENTS. WHEN THE RUN PARAMETER FILE
      *    DATA/RUNPARM.DAT IS PRESENT THE PERIOD COMES FROM IT AND THE
      *    RUN IS LOGGED ON DATA/RUNLOG.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYCOMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PCKEY
           FILE STATUS IS FSPC.

           SELECT PFLEDGERFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PFLKEY
           FILE STATUS IS FSPF.

           SELECT RUNPARMFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSRP.

           SELECT RUNLOGFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSRL.

       DATA DIVISION.
       FILE SECTION.
       FD PAYCOMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/PAYCOMP.DAT".
       01 PAYCOMPREC.
           02 PCKEY.
              03 PCPERIOD  PIC 9(6).
              03 PCEMPID   PIC X(6).
           02 PCBASIC      PIC 9(6)V99.
           02 PCALLOW      PIC 9(8)V99.
           02 PCPF         PIC 9(6)V99.
           02 PCESI        PIC 9(6)V99.
           02 PCPTAX       PIC 9(6)V99.
           02 PCITAX       PIC 9(6)V99.
           02 PCLOAN       PIC 9(8)V99.
           02 PCOTHD       PIC 9(8)V99.
           02 PCPFER       PIC 9(6)V99.
           02 PCESIER      PIC 9(6)V99.
           02 PCBASIS      PIC X(1).
           02 PCPAYDAYS    PIC 99.
           02 PCMTHDAYS    PIC 99.
           02 PCSUSP       PIC 9(8)V99.
           02 PCSTD        PIC 9(8)V99.

       FD PFLEDGERFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/PFLEDGER.DAT".
       01 PFLEDGERREC.
           02 PFLKEY.
              03 PFLEMPID  PIC X(6).
              03 PFLYEAR   PIC 9(4).
           02 PFLOPEN      PIC 9(9)V99.
           02 PFLMONTH OCCURS 12 TIMES.
              03 PFLEE     PIC 9(6)V99.
              03 PFLER     PIC 9(6)V99.
              03 PFLADV    PIC 9(7)V99.
           02 PFLRATE      PIC 99V99.
           02 PFLINT       PIC 9(8)V99.
           02 PFLCLOSE     PIC 9(9)V99.
           02 PFLSTAT      PIC X(1).
           02 PFLSTDT      PIC X(10).

       FD RUNPARMFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/RUNPARM.DAT".
       01 RUNPARMREC          PIC X(80).

       FD RUNLOGFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/RUNLOG.DAT".
       01 RUNLOGREC           PIC X(106).

       WORKING-STORAGE SECTION.
       77 FSPC   PIC XX.
       77 FSPF   PIC XX.
       77 WS-PF-START-MM PIC 99 VALUE 4.
       77 WS-PF-PERIOD  PIC 9(6).
       77 WS-PF-EMPID   PIC X(6).
       77 WS-PF-YEAR    PIC 9(4).
       77 WS-PF-SLOT    PIC 99.
       77 WS-PF-M       PIC 99.
       77 WS-PF-PRIOR   PIC 9(9)V99.
       77 WS-EOF      PIC X VALUE "N".
       77 WS-PERIOD   PIC 9(6).
       77 WS-OLDAMT   PIC 9(7)V99.
       77 WS-NEWAMT   PIC 9(7)V99.
       77 WS-COUNT    PIC 9(6) VALUE ZERO.
       77 WS-CLOSED   PIC 9(6) VALUE ZERO.
       77 WS-LATE     PIC 9(6) VALUE ZERO.
       77 FSRP  PIC XX.
       77 FSRL  PIC XX.
       77 WS-RP-FOUND PIC X VALUE "N".
       77 WS-RL-TEXT  PIC X(60).
       01 WS-RUNPARM.
           02 WS-RP-PERIOD PIC 9(6).
           02 FILLER       PIC X.
           02 WS-RP-BASIS  PIC X.
           02 FILLER       PIC X.
           02 WS-RP-RERUN  PIC X.
           02 FILLER       PIC X.
           02 WS-RP-RUNNO  PIC 99.
           02 FILLER       PIC X.
           02 WS-RP-TOLPCT PIC 99.
           02 FILLER       PIC X.
           02 WS-RP-GEN    PIC 99.
           02 FILLER       PIC X(61).
       01 WS-RUNLOG-LINE.
           02 RL-DATE      PIC 9(8).
           02 FILLER       PIC X VALUE SPACE.
           02 RL-TIME      PIC 9(8).
           02 FILLER       PIC X VALUE SPACE.
           02 RL-PROG      PIC X(9) VALUE "PFPOST".
           02 FILLER       PIC X VALUE SPACE.
           02 RL-PERIOD    PIC 9(6).
           02 FILLER       PIC X VALUE SPACE.
           02 RL-GEN       PIC 99.
           02 FILLER       PIC X VALUE SPACE.
           02 RL-SRC       PIC X(7).
           02 FILLER       PIC X VALUE SPACE.
           02 RL-TEXT      PIC X(60).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-RUNPARM-PARA.
           IF WS-RP-FOUND = "Y"
              MOVE WS-RP-PERIOD TO WS-PERIOD
              DISPLAY "PERIOD " WS-PERIOD
                      " FROM THE RUN PARAMETER FILE"
           ELSE
              DISPLAY "ENTER PAY PERIOD (CCYYMM) :"
              ACCEPT WS-PERIOD
           END-IF.
           IF WS-PERIOD (5:2) < "01" OR WS-PERIOD (5:2) > "12"
              DISPLAY "INVALID PERIOD - USE CCYYMM"
              MOVE "STOPPED - INVALID PERIOD" TO WS-RL-TEXT
              PERFORM WRITE-RUNLOG-PARA
              MOVE 8 TO RETURN-CODE
              GOBACK.
           MOVE WS-PERIOD TO WS-PF-PERIOD.
           PERFORM PF-YEAR-PARA.
           OPEN INPUT PAYCOMPFILE.
           IF FSPC = "35" OR FSPC = "30"
              DISPLAY "NO PAY COMPONENT FILE - RUN PAYRUN FIRST"
              MOVE "STOPPED - NO PAY COMPONENT FILE" TO WS-RL-TEXT
              PERFORM WRITE-RUNLOG-PARA
              MOVE 8 TO RETURN-CODE
              GOBACK.
           MOVE "STARTED" TO WS-RL-TEXT.
           PERFORM WRITE-RUNLOG-PARA.
           OPEN I-O PFLEDGERFILE.
           IF FSPF = "35" OR FSPF = "30"
              OPEN OUTPUT PFLEDGERFILE
              CLOSE PFLEDGERFILE
              OPEN I-O PFLEDGERFILE.
           MOVE WS-PERIOD TO PCPERIOD.
           MOVE SPACES TO PCEMPID.
           START PAYCOMPFILE KEY IS NOT LESS THAN PCKEY
              INVALID KEY MOVE "Y" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
              READ PAYCOMPFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF PCPERIOD NOT = WS-PERIOD
                       MOVE "Y" TO WS-EOF
                    ELSE
                       PERFORM POST-MEMBER-PARA
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PAYCOMPFILE.
           CLOSE PFLEDGERFILE.
           DISPLAY "PF LEDGER POSTED FOR PERIOD " WS-PERIOD " - "
                   WS-COUNT " MEMBERS, " WS-CLOSED " IN A CLOSED YEAR"
                   " NOT POSTED, " WS-LATE " AFTER SETTLEMENT".
           MOVE SPACES TO WS-RL-TEXT.
           STRING "END MEMBERS=" DELIMITED BY SIZE
                  WS-COUNT DELIMITED BY SIZE
                  " CLOSEDYEAR=" DELIMITED BY SIZE
                  WS-CLOSED DELIMITED BY SIZE
                  " AFTERSETTLEMENT=" DELIMITED BY SIZE
                  WS-LATE DELIMITED BY SIZE
             INTO WS-RL-TEXT.
           PERFORM WRITE-RUNLOG-PARA.
      *    GOBACK, NOT STOP RUN - PFPOST IS CALLED FROM MONTHEND.
           GOBACK.

       POST-MEMBER-PARA.
           MOVE PCEMPID TO WS-PF-EMPID.
           PERFORM GET-LEDGER-PARA.
           IF PFLSTAT = "C"
              DISPLAY "WARNING - " PCEMPID " PF YEAR " PFLYEAR
                      " IS CLOSED - PERIOD " WS-PERIOD " NOT POSTED"
              ADD 1 TO WS-CLOSED
           ELSE
              COMPUTE WS-OLDAMT = PFLEE(WS-PF-SLOT) + PFLER(WS-PF-SLOT)
              COMPUTE WS-NEWAMT = PCPF + PCPFER
              MOVE PCPF   TO PFLEE(WS-PF-SLOT)
              MOVE PCPFER TO PFLER(WS-PF-SLOT)
              IF PFLSTAT = "S" AND WS-NEWAMT NOT = WS-OLDAMT
                 COMPUTE PFLCLOSE = PFLCLOSE + WS-NEWAMT - WS-OLDAMT
                 DISPLAY "NOTE - " PCEMPID " PF SETTLED " PFLSTDT
                         " - BALANCE PAYABLE NOW " PFLCLOSE
                 ADD 1 TO WS-LATE
              END-IF
              REWRITE PFLEDGERREC
              ADD 1 TO WS-COUNT
           END-IF.

      *    THE PF YEAR RUNS FROM WS-PF-START-MM (APRIL) TO THE MONTH
      *    BEFORE IT; PFLYEAR IS THE YEAR IT STARTS IN AND MONTH SLOT 1
      *    IS ITS FIRST MONTH.
       PF-YEAR-PARA.
           MOVE WS-PF-PERIOD (1:4) TO WS-PF-YEAR.
           MOVE WS-PF-PERIOD (5:2) TO WS-PF-M.
           IF WS-PF-M < WS-PF-START-MM
              SUBTRACT 1 FROM WS-PF-YEAR
              COMPUTE WS-PF-SLOT = WS-PF-M + 13 - WS-PF-START-MM
           ELSE
              COMPUTE WS-PF-SLOT = WS-PF-M + 1 - WS-PF-START-MM
           END-IF.

       GET-LEDGER-PARA.
           MOVE WS-PF-EMPID TO PFLEMPID.
           MOVE WS-PF-YEAR  TO PFLYEAR.
           READ PFLEDGERFILE
              INVALID KEY PERFORM NEW-LEDGER-PARA
           END-READ.

      *    A MEMBER'S FIRST ROW FOR A YEAR OPENS WITH THE CLOSING
      *    BALANCE OF THE YEAR BEFORE IF THAT YEAR IS ALREADY CLOSED;
      *    OTHERWISE PFCLOSE CARRIES IT IN WHEN IT CLOSES THAT YEAR.
       NEW-LEDGER-PARA.
           MOVE ZERO TO WS-PF-PRIOR.
           MOVE WS-PF-EMPID TO PFLEMPID.
           COMPUTE PFLYEAR = WS-PF-YEAR - 1.
           READ PFLEDGERFILE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF PFLSTAT = "C"
                    MOVE PFLCLOSE TO WS-PF-PRIOR
                 END-IF
           END-READ.
           MOVE WS-PF-EMPID TO PFLEMPID.
           MOVE WS-PF-YEAR  TO PFLYEAR.
           MOVE WS-PF-PRIOR TO PFLOPEN.
           PERFORM VARYING WS-PF-M FROM 1 BY 1 UNTIL WS-PF-M > 12
              MOVE ZERO TO PFLEE(WS-PF-M) PFLER(WS-PF-M)
                           PFLADV(WS-PF-M)
           END-PERFORM.
           MOVE ZERO TO PFLRATE PFLINT PFLCLOSE.
           MOVE "O" TO PFLSTAT.
           MOVE SPACES TO PFLSTDT.
           WRITE PFLEDGERREC.

      *    THE RUN PARAMETER FILE DATA/RUNPARM.DAT (LAYOUT IN
      *    MONTHEND) STANDS IN FOR THE CONSOLE PROMPTS WHEN PRESENT.
       READ-RUNPARM-PARA.
           MOVE "N" TO WS-RP-FOUND.
           OPEN INPUT RUNPARMFILE.
           IF FSRP = "00"
              READ RUNPARMFILE INTO WS-RUNPARM
                 AT END CONTINUE
                 NOT AT END MOVE "Y" TO WS-RP-FOUND
              END-READ
              CLOSE RUNPARMFILE
           END-IF.

      *    ONE LINE PER EVENT ON DATA/RUNLOG.DAT - WHEN, WHICH
      *    PROGRAM, THE PERIOD AND OUTPUT GENERATION, WHETHER THE
      *    PARAMETERS CAME FROM THE FILE OR THE CONSOLE, AND WS-RL-TEXT.
       WRITE-RUNLOG-PARA.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE WS-PERIOD TO RL-PERIOD.
           IF WS-RP-FOUND = "Y"
              MOVE WS-RP-GEN TO RL-GEN
              MOVE "PARMFIL" TO RL-SRC
           ELSE
              MOVE ZERO TO RL-GEN
              MOVE "CONSOLE" TO RL-SRC
           END-IF.
           MOVE WS-RL-TEXT TO RL-TEXT.
           OPEN EXTEND RUNLOGFILE.
           IF FSRL = "05" OR FSRL = "35"
              CLOSE RUNLOGFILE
              OPEN OUTPUT RUNLOGFILE.
           WRITE RUNLOGREC FROM WS-RUNLOG-LINE.
           CLOSE RUNLOGFILE.

       END PROGRAM PFPOST.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PFADV.

      *    PF ADVANCE AND WITHDRAWAL ENTRY - RECORDS A NON-REFUNDABLE
      *    ADVANCE OR PART WITHDRAWAL PAID TO A MEMBER FROM THE PF
      *    TRUST AGAINST THE MONTH IT WAS PAID IN, ON THE MEMBER'S ROW
      *    FOR THE PF YEAR ON DATA/PFLEDGER.DAT. IT MAY NOT EXCEED THE
      *    BALANCE STANDING AT THE END OF THAT MONTH, AND A YEAR
      *    CLOSED BY PFCLOSE OR A BALANCE ALREADY SETTLED BY EMPSEP
      *    TAKES NO ENTRY. EVERY ENTRY REDUCES THE RUNNING BALANCE THE
      *    INTEREST IS WORKED ON, SO IT TAKES AN ADMIN LOGIN AND IS
      *    WRITTEN TO DATA/AUDIT.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PFLEDGERFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PFLKEY
           FILE STATUS IS FSPF.

           SELECT EMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EEMPID
           FILE STATUS IS FSE.

           SELECT USERFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USERID
           FILE STATUS IS FSU.

           SELECT AUDITFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSA.

       DATA DIVISION.
       FILE SECTION.
       FD PFLEDGERFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/PFLEDGER.DAT".
       01 PFLEDGERREC.
           02 PFLKEY.
              03 PFLEMPID  PIC X(6).
              03 PFLYEAR   PIC 9(4).
           02 PFLOPEN      PIC 9(9)V99.
           02 PFLMONTH OCCURS 12 TIMES.
              03 PFLEE     PIC 9(6)V99.
              03 PFLER     PIC 9(6)V99.
              03 PFLADV    PIC 9(7)V99.
           02 PFLRATE      PIC 99V99.
           02 PFLINT       PIC 9(8)V99.
           02 PFLCLOSE     PIC 9(9)V99.
           02 PFLSTAT      PIC X(1).
           02 PFLSTDT      PIC X(10).

       FD EMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/EMP.DAT".
       01 EMPREC.
           02 EEMPID    PIC X(6).
           02 EEMPNAME  PIC X(25).
           02 EEMPADDR  PIC X(30).
           02 EPHONE    PIC X(10).
           02 EDOJ      PIC X(10).
           02 EDIP      PIC X(10).
           02 EUG       PIC X(4).
           02 EPG       PIC X(4).
           02 EPROFQ    PIC X(4).
           02 ESKILL    PIC X(10).
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).

       FD USERFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/USER.DAT".
       01 USERREC.
           03 USERID           PIC X(8).
           03 USER-PWD-HASH    PIC 9(10).
           03 USER-ROLE        PIC X(8).
           03 USER-EMPID       PIC X(6).

       FD AUDITFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/AUDIT.DAT".
       01 AUDITREC            PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSE   PIC XX.
       77 FSU   PIC XX.
       77 FSA   PIC XX.
       77 FSPF   PIC XX.
       77 WS-PF-START-MM PIC 99 VALUE 4.
       77 WS-PF-PERIOD  PIC 9(6).
       77 WS-PF-EMPID   PIC X(6).
       77 WS-PF-YEAR    PIC 9(4).
       77 WS-PF-SLOT    PIC 99.
       77 WS-PF-M       PIC 99.
       77 WS-PF-UPTO    PIC 99.
       77 WS-PF-RATE    PIC 99V99.
       77 WS-PF-BAL     PIC S9(9)V99.
       77 WS-PF-PRODUCT PIC S9(11)V99.
       77 WS-PF-INT     PIC 9(8)V99.
       77 WS-PF-CONTRIB PIC 9(9)V99.
       77 WS-PF-ADVTOT  PIC 9(9)V99.
       77 WS-PF-PRIOR   PIC 9(9)V99.
       77 WS-KIND       PIC X.
       77 WS-AMOUNT     PIC 9(7)V99.
       77 WS-AUD-OP     PIC X(6).
       77 WS-AUD-FILE   PIC X(18).
       77 WS-AUD-KEY    PIC X(20).
       77 WS-LOGIN-ID  PIC X(8).
       77 WS-LOGIN-PWD PIC X(20).
       77 WS-LOGIN-OK  PIC X.
       01 WS-HASH-WORK.
           03 WS-HASH-I    PIC 9(4).
           03 WS-HASH-ACC  PIC 9(10).
           03 WS-HASH-CH   PIC 9(3).
       01 AUDIT-STAMP.
           03 AUD-DATE         PIC 9(8).
           03 AUD-TIME         PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM VERIFY-ADMIN-PARA.
           IF WS-LOGIN-OK NOT = "Y"
              DISPLAY "ENTRY REFUSED - ADMIN LOGIN REQUIRED"
              MOVE 8 TO RETURN-CODE
              STOP RUN.
           DISPLAY "EMPLOYEE CODE                      :".
           ACCEPT WS-PF-EMPID.
           OPEN INPUT EMPFILE.
           MOVE WS-PF-EMPID TO EEMPID.
           READ EMPFILE
              INVALID KEY
                 DISPLAY "EMPLOYEE " WS-PF-EMPID " NOT ON EMPFILE"
                 CLOSE EMPFILE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-READ.
           CLOSE EMPFILE.
           DISPLAY "(A)DVANCE OR (W)ITHDRAWAL          :".
           ACCEPT WS-KIND.
           IF WS-KIND = "a"
              MOVE "A" TO WS-KIND.
           IF WS-KIND = "w"
              MOVE "W" TO WS-KIND.
           IF WS-KIND NOT = "A" AND WS-KIND NOT = "W"
              DISPLAY "ENTER A OR W - NOTHING RECORDED"
              MOVE 8 TO RETURN-CODE
              STOP RUN.
           DISPLAY "PAID IN PERIOD (CCYYMM)            :".
           ACCEPT WS-PF-PERIOD.
           IF WS-PF-PERIOD (5:2) < "01" OR WS-PF-PERIOD (5:2) > "12"
              DISPLAY "INVALID PERIOD - USE CCYYMM"
              MOVE 8 TO RETURN-CODE
              STOP RUN.
           DISPLAY "AMOUNT (NNNNNNNNN = NNNNNNN.NN)    :".
           ACCEPT WS-AMOUNT.
           IF WS-AMOUNT = ZERO
              DISPLAY "AMOUNT REQUIRED - NOTHING RECORDED"
              MOVE 8 TO RETURN-CODE
              STOP RUN.
           PERFORM PF-YEAR-PARA.
           OPEN I-O PFLEDGERFILE.
           IF FSPF = "35" OR FSPF = "30"
              OPEN OUTPUT PFLEDGERFILE
              CLOSE PFLEDGERFILE
              OPEN I-O PFLEDGERFILE.
           PERFORM GET-LEDGER-PARA.
           IF PFLSTAT NOT = "O"
              DISPLAY "PF YEAR " PFLYEAR " FOR " WS-PF-EMPID
                      " IS CLOSED OR SETTLED - NOTHING RECORDED"
              CLOSE PFLEDGERFILE
              MOVE 8 TO RETURN-CODE
              STOP RUN.
           MOVE WS-PF-SLOT TO WS-PF-UPTO.
           MOVE ZERO TO WS-PF-RATE.
           PERFORM RUN-BALANCE-PARA.
           IF WS-AMOUNT > WS-PF-BAL
              DISPLAY "AMOUNT EXCEEDS THE BALANCE OF " WS-PF-BAL
                      " AT THE END OF " WS-PF-PERIOD
                      " - NOTHING RECORDED"
              CLOSE PFLEDGERFILE
              MOVE 8 TO RETURN-CODE
              STOP RUN.
           ADD WS-AMOUNT TO PFLADV(WS-PF-SLOT).
           REWRITE PFLEDGERREC.
           CLOSE PFLEDGERFILE.
           IF WS-KIND = "A"
              MOVE "ADVNCE" TO WS-AUD-OP
           ELSE
              MOVE "WDRAWL" TO WS-AUD-OP
           END-IF.
           MOVE "PFLEDGERFILE" TO WS-AUD-FILE.
           MOVE SPACES TO WS-AUD-KEY.
           STRING WS-PF-EMPID " " WS-PF-PERIOD DELIMITED BY SIZE
             INTO WS-AUD-KEY.
           PERFORM WRITE-AUDIT-PARA.
           DISPLAY "PF " WS-AUD-OP " OF " WS-AMOUNT " RECORDED FOR "
                   WS-PF-EMPID " IN " WS-PF-PERIOD.
           STOP RUN.

      *    THE PF YEAR RUNS FROM WS-PF-START-MM (APRIL) TO THE MONTH
      *    BEFORE IT; PFLYEAR IS THE YEAR IT STARTS IN AND MONTH SLOT 1
      *    IS ITS FIRST MONTH.
       PF-YEAR-PARA.
           MOVE WS-PF-PERIOD (1:4) TO WS-PF-YEAR.
           MOVE WS-PF-PERIOD (5:2) TO WS-PF-M.
           IF WS-PF-M < WS-PF-START-MM
              SUBTRACT 1 FROM WS-PF-YEAR
              COMPUTE WS-PF-SLOT = WS-PF-M + 13 - WS-PF-START-MM
           ELSE
              COMPUTE WS-PF-SLOT = WS-PF-M + 1 - WS-PF-START-MM
           END-IF.

       GET-LEDGER-PARA.
           MOVE WS-PF-EMPID TO PFLEMPID.
           MOVE WS-PF-YEAR  TO PFLYEAR.
           READ PFLEDGERFILE
              INVALID KEY PERFORM NEW-LEDGER-PARA
           END-READ.

      *    A MEMBER'S FIRST ROW FOR A YEAR OPENS WITH THE CLOSING
      *    BALANCE OF THE YEAR BEFORE IF THAT YEAR IS ALREADY CLOSED;
      *    OTHERWISE PFCLOSE CARRIES IT IN WHEN IT CLOSES THAT YEAR.
       NEW-LEDGER-PARA.
           MOVE ZERO TO WS-PF-PRIOR.
           MOVE WS-PF-EMPID TO PFLEMPID.
           COMPUTE PFLYEAR = WS-PF-YEAR - 1.
           READ PFLEDGERFILE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF PFLSTAT = "C"
                    MOVE PFLCLOSE TO WS-PF-PRIOR
                 END-IF
           END-READ.
           MOVE WS-PF-EMPID TO PFLEMPID.
           MOVE WS-PF-YEAR  TO PFLYEAR.
           MOVE WS-PF-PRIOR TO PFLOPEN.
           PERFORM VARYING WS-PF-M FROM 1 BY 1 UNTIL WS-PF-M > 12
              MOVE ZERO TO PFLEE(WS-PF-M) PFLER(WS-PF-M)
                           PFLADV(WS-PF-M)
           END-PERFORM.
           MOVE ZERO TO PFLRATE PFLINT PFLCLOSE.
           MOVE "O" TO PFLSTAT.
           MOVE SPACES TO PFLSTDT.
           WRITE PFLEDGERREC.

      *    INTEREST IS WORKED ON THE MONTHLY RUNNING BALANCE - THE
      *    BALANCE AT THE END OF EACH MONTH UP TO WS-PF-UPTO, AFTER THAT
      *    MONTH'S CONTRIBUTIONS AND ADVANCES - AT WS-PF-RATE PERCENT A
      *    YEAR, ONE TWELFTH FOR EACH MONTH.
       RUN-BALANCE-PARA.
           MOVE PFLOPEN TO WS-PF-BAL.
           MOVE ZERO TO WS-PF-PRODUCT WS-PF-CONTRIB WS-PF-ADVTOT.
           PERFORM VARYING WS-PF-M FROM 1 BY 1
              UNTIL WS-PF-M > WS-PF-UPTO
              COMPUTE WS-PF-BAL = WS-PF-BAL + PFLEE(WS-PF-M)
                 + PFLER(WS-PF-M) - PFLADV(WS-PF-M)
              ADD PFLEE(WS-PF-M) PFLER(WS-PF-M) TO WS-PF-CONTRIB
              ADD PFLADV(WS-PF-M) TO WS-PF-ADVTOT
              ADD WS-PF-BAL TO WS-PF-PRODUCT
           END-PERFORM.
           COMPUTE WS-PF-INT ROUNDED =
              WS-PF-PRODUCT * WS-PF-RATE / 1200.

       VERIFY-ADMIN-PARA.
           MOVE "N" TO WS-LOGIN-OK.
           DISPLAY "ENTER ADMIN USER ID                :".
           ACCEPT WS-LOGIN-ID.
           DISPLAY "ENTER PASSWORD                     :".
           ACCEPT WS-LOGIN-PWD.
           PERFORM HASH-PASSWORD-PARA.
           OPEN INPUT USERFILE.
           IF FSU = "35" OR FSU = "30"
              CLOSE USERFILE
           ELSE
              MOVE WS-LOGIN-ID TO USERID
              READ USERFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF USER-PWD-HASH = WS-HASH-ACC AND
                       USER-ROLE = "ADMIN"
                       MOVE "Y" TO WS-LOGIN-OK
                    END-IF
              END-READ
              CLOSE USERFILE
           END-IF.

       HASH-PASSWORD-PARA.
           MOVE ZERO TO WS-HASH-ACC.
           PERFORM VARYING WS-HASH-I FROM 1 BY 1
                 UNTIL WS-HASH-I > 20
              MOVE FUNCTION ORD(WS-LOGIN-PWD(WS-HASH-I:1))
                 TO WS-HASH-CH
              COMPUTE WS-HASH-ACC =
                 FUNCTION MOD((WS-HASH-ACC * 31) + WS-HASH-CH,
                 9999999999)
           END-PERFORM.

       WRITE-AUDIT-PARA.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT AUD-TIME FROM TIME.
           OPEN EXTEND AUDITFILE.
           IF FSA = "05" OR FSA = "35"
              CLOSE AUDITFILE
              OPEN OUTPUT AUDITFILE.
           MOVE SPACES TO AUDITREC.
           STRING WS-AUD-OP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AUD-FILE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AUD-KEY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUD-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUD-TIME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LOGIN-ID DELIMITED BY SIZE
             INTO AUDITREC.
           WRITE AUDITREC.
           CLOSE AUDITFILE.

       END PROGRAM PFADV.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PFCLOSE.

      *    PF YEAR-END CLOSE - FOR A PF YEAR (APRIL TO MARCH, GIVEN BY
      *    THE YEAR IT STARTS IN) THAT HAS ENDED, CREDITS INTEREST AT
      *    THE RATE THE TRUST DECLARED ON EVERY MEMBER ROW STILL OPEN
      *    ON DATA/PFLEDGER.DAT - WORKED ON THE TWELVE MONTHLY RUNNING
      *    BALANCES - SETS THE CLOSING BALANCE AND CARRIES IT FORWARD
      *    AS THE OPENING BALANCE OF THE MEMBER'S NEXT-YEAR ROW
      *    (OPENING THAT ROW IF PFPOST HAS NOT YET DONE SO). ROWS
      *    ALREADY CLOSED ARE LEFT ALONE, SO THE RUN CAN BE REPEATED,
      *    AND BALANCES SETTLED ON SEPARATION (EMPSEP) HAVE HAD THEIR
      *    INTEREST ALREADY. ONE LINE PER MEMBER CLOSED, WITH A GRAND
      *    TOTAL, GOES TO DATA/PFCLOSE.DAT FOR THE TRUST ACCOUNTS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PFLEDGERFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PFLKEY
           FILE STATUS IS FSPF.

           SELECT EMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EEMPID
           FILE STATUS IS FSE.

           SELECT PFCLOSEFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSS.

       DATA DIVISION.
       FILE SECTION.
       FD PFLEDGERFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/PFLEDGER.DAT".
       01 PFLEDGERREC.
           02 PFLKEY.
              03 PFLEMPID  PIC X(6).
              03 PFLYEAR   PIC 9(4).
           02 PFLOPEN      PIC 9(9)V99.
           02 PFLMONTH OCCURS 12 TIMES.
              03 PFLEE     PIC 9(6)V99.
              03 PFLER     PIC 9(6)V99.
              03 PFLADV    PIC 9(7)V99.
           02 PFLRATE      PIC 99V99.
           02 PFLINT       PIC 9(8)V99.
           02 PFLCLOSE     PIC 9(9)V99.
           02 PFLSTAT      PIC X(1).
           02 PFLSTDT      PIC X(10).

       FD EMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/EMP.DAT".
       01 EMPREC.
           02 EEMPID    PIC X(6).
           02 EEMPNAME  PIC X(25).
           02 EEMPADDR  PIC X(30).
           02 EPHONE    PIC X(10).
           02 EDOJ      PIC X(10).
           02 EDIP      PIC X(10).
           02 EUG       PIC X(4).
           02 EPG       PIC X(4).
           02 EPROFQ    PIC X(4).
           02 ESKILL    PIC X(10).
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).

       FD PFCLOSEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/PFCLOSE.DAT".
       01 PFCLOSEREC          PIC X(110).

       WORKING-STORAGE SECTION.
       77 FSE   PIC XX.
       77 FSS   PIC XX.
       77 FSPF   PIC XX.
       77 WS-PF-START-MM PIC 99 VALUE 4.
       77 WS-PF-PERIOD  PIC 9(6).
       77 WS-PF-EMPID   PIC X(6).
       77 WS-PF-YEAR    PIC 9(4).
       77 WS-PF-SLOT    PIC 99.
       77 WS-PF-M       PIC 99.
       77 WS-PF-UPTO    PIC 99.
       77 WS-PF-RATE    PIC 99V99.
       77 WS-PF-BAL     PIC S9(9)V99.
       77 WS-PF-PRODUCT PIC S9(11)V99.
       77 WS-PF-INT     PIC 9(8)V99.
       77 WS-PF-CONTRIB PIC 9(9)V99.
       77 WS-PF-ADVTOT  PIC 9(9)V99.
       77 WS-PF-PRIOR   PIC 9(9)V99.
       77 WS-EOF        PIC X VALUE "N".
       77 WS-SYSDATE    PIC 9(8).
       77 WS-YEAR-END   PIC 9(8).
       77 WS-CLOSE      PIC 9(9)V99.
       77 WS-COUNT      PIC 9(6) VALUE ZERO.
       77 WS-SKIPPED    PIC 9(6) VALUE ZERO.
       77 WS-TOT-OPEN   PIC 9(11)V99 VALUE ZERO.
       77 WS-TOT-CONTR  PIC 9(11)V99 VALUE ZERO.
       77 WS-TOT-ADV    PIC 9(11)V99 VALUE ZERO.
       77 WS-TOT-INT    PIC 9(11)V99 VALUE ZERO.
       77 WS-TOT-CLOSE  PIC 9(11)V99 VALUE ZERO.

       01 WS-CLOSE-LINE.
           02 WC-EMPID   PIC X(6).
           02 FILLER     PIC X(1) VALUE SPACE.
           02 WC-NAME    PIC X(25).
           02 FILLER     PIC X(1) VALUE SPACE.
           02 WC-OPEN    PIC Z(10)9.99.
           02 FILLER     PIC X(1) VALUE SPACE.
           02 WC-CONTR   PIC Z(10)9.99.
           02 FILLER     PIC X(1) VALUE SPACE.
           02 WC-ADV     PIC Z(10)9.99.
           02 FILLER     PIC X(1) VALUE SPACE.
           02 WC-INT     PIC Z(10)9.99.
           02 FILLER     PIC X(1) VALUE SPACE.
           02 WC-CLOSE   PIC Z(10)9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "PF YEAR TO CLOSE (CCYY - YEAR IT STARTS IN) :".
           ACCEPT WS-PF-YEAR.
           DISPLAY "DECLARED INTEREST RATE (NNNN = NN.NN)       :".
           ACCEPT WS-PF-RATE.
           IF WS-PF-RATE = ZERO
              DISPLAY "NO INTEREST RATE GIVEN - NOTHING CLOSED"
              MOVE 8 TO RETURN-CODE
              STOP RUN.
      *    THE YEAR'S LAST MONTH MUST BE OVER - ITS PAY RUN AND PFPOST
      *    STILL HAVE TO REACH THE LEDGER.
           ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
           COMPUTE WS-YEAR-END =
              (WS-PF-YEAR + 1) * 10000 + WS-PF-START-MM * 100 + 1.
           IF WS-SYSDATE < WS-YEAR-END
              DISPLAY "PF YEAR " WS-PF-YEAR " HAS NOT ENDED YET"
                      " - NOTHING CLOSED"
              MOVE 8 TO RETURN-CODE
              STOP RUN.
           OPEN I-O PFLEDGERFILE.
           IF FSPF = "35" OR FSPF = "30"
              DISPLAY "NO PF LEDGER ON FILE - RUN PFPOST FIRST"
              MOVE 8 TO RETURN-CODE
              STOP RUN.
           OPEN INPUT EMPFILE.
           OPEN OUTPUT PFCLOSEFILE.
           MOVE 12 TO WS-PF-UPTO.
           PERFORM UNTIL WS-EOF = "Y"
              READ PFLEDGERFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF PFLYEAR = WS-PF-YEAR
                       IF PFLSTAT = "O"
                          PERFORM CLOSE-MEMBER-PARA
                       ELSE
                          ADD 1 TO WS-SKIPPED
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES        TO WC-EMPID.
           MOVE "TOTAL"       TO WC-NAME.
           MOVE WS-TOT-OPEN   TO WC-OPEN.
           MOVE WS-TOT-CONTR  TO WC-CONTR.
           MOVE WS-TOT-ADV    TO WC-ADV.
           MOVE WS-TOT-INT    TO WC-INT.
           MOVE WS-TOT-CLOSE  TO WC-CLOSE.
           MOVE WS-CLOSE-LINE TO PFCLOSEREC.
           WRITE PFCLOSEREC.
           CLOSE PFLEDGERFILE.
           CLOSE EMPFILE.
           CLOSE PFCLOSEFILE.
           DISPLAY "PF YEAR " WS-PF-YEAR " CLOSED AT " WS-PF-RATE
                   "% - " WS-COUNT " MEMBERS, " WS-SKIPPED
                   " ALREADY CLOSED OR SETTLED, INTEREST "
                   WS-TOT-INT.
           STOP RUN.

       CLOSE-MEMBER-PARA.
           PERFORM RUN-BALANCE-PARA.
           MOVE WS-PF-RATE TO PFLRATE.
           MOVE WS-PF-INT  TO PFLINT.
           COMPUTE PFLCLOSE = WS-PF-BAL + WS-PF-INT.
           MOVE "C" TO PFLSTAT.
           MOVE SPACES TO PFLSTDT.
           REWRITE PFLEDGERREC.
           MOVE PFLEMPID TO EEMPID.
           READ EMPFILE INVALID KEY MOVE SPACES TO EEMPNAME.
           MOVE PFLEMPID  TO WC-EMPID.
           MOVE EEMPNAME  TO WC-NAME.
           MOVE PFLOPEN   TO WC-OPEN.
           MOVE WS-PF-CONTRIB TO WC-CONTR.
           MOVE WS-PF-ADVTOT  TO WC-ADV.
           MOVE PFLINT    TO WC-INT.
           MOVE PFLCLOSE  TO WC-CLOSE.
           MOVE WS-CLOSE-LINE TO PFCLOSEREC.
           WRITE PFCLOSEREC.
           ADD PFLOPEN       TO WS-TOT-OPEN.
           ADD WS-PF-CONTRIB TO WS-TOT-CONTR.
           ADD WS-PF-ADVTOT  TO WS-TOT-ADV.
           ADD PFLINT        TO WS-TOT-INT.
           ADD PFLCLOSE      TO WS-TOT-CLOSE.
           ADD 1 TO WS-COUNT.
           PERFORM CARRY-FORWARD-PARA.

      *    THE READ OF THE NEXT-YEAR ROW MOVES THE FILE POSITION, SO
      *    THE SWEEP IS RESTARTED PAST IT; THE MEMBER HAS NO OTHER ROW
      *    FOR THE YEAR BEING CLOSED.
       CARRY-FORWARD-PARA.
           MOVE PFLCLOSE TO WS-CLOSE.
           MOVE PFLEMPID TO WS-PF-EMPID.
           ADD 1 TO WS-PF-YEAR.
           MOVE WS-PF-YEAR TO PFLYEAR.
           READ PFLEDGERFILE
              INVALID KEY PERFORM NEW-LEDGER-PARA
              NOT INVALID KEY
                 IF PFLSTAT = "O"
                    MOVE WS-CLOSE TO PFLOPEN
                    REWRITE PFLEDGERREC
                 END-IF
           END-READ.
           MOVE WS-PF-EMPID TO PFLEMPID.
           MOVE WS-PF-YEAR  TO PFLYEAR.
           SUBTRACT 1 FROM WS-PF-YEAR.
           START PFLEDGERFILE KEY IS GREATER THAN PFLKEY
              INVALID KEY MOVE "Y" TO WS-EOF
           END-START.

      *    A MEMBER'S FIRST ROW FOR A YEAR OPENS WITH THE CLOSING
      *    BALANCE OF THE YEAR BEFORE IF THAT YEAR IS ALREADY CLOSED;
      *    OTHERWISE PFCLOSE CARRIES IT IN WHEN IT CLOSES THAT YEAR.
       NEW-LEDGER-PARA.
           MOVE ZERO TO WS-PF-PRIOR.
           MOVE WS-PF-EMPID TO PFLEMPID.
           COMPUTE PFLYEAR = WS-PF-YEAR - 1.
           READ PFLEDGERFILE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF PFLSTAT = "C"
                    MOVE PFLCLOSE TO WS-PF-PRIOR
                 END-IF
           END-READ.
           MOVE WS-PF-EMPID TO PFLEMPID.
           MOVE WS-PF-YEAR  TO PFLYEAR.
           MOVE WS-PF-PRIOR TO PFLOPEN.
           PERFORM VARYING WS-PF-M FROM 1 BY 1 UNTIL WS-PF-M > 12
              MOVE ZERO TO PFLEE(WS-PF-M) PFLER(WS-PF-M)
                           PFLADV(WS-PF-M)
           END-PERFORM.
           MOVE ZERO TO PFLRATE PFLINT PFLCLOSE.
           MOVE "O" TO PFLSTAT.
           MOVE SPACES TO PFLSTDT.
           WRITE PFLEDGERREC.

      *    INTEREST IS WORKED ON THE MONTHLY RUNNING BALANCE - THE
      *    BALANCE AT THE END OF EACH MONTH UP TO WS-PF-UPTO, AFTER THAT
      *    MONTH'S CONTRIBUTIONS AND ADVANCES - AT WS-PF-RATE PERCENT A
      *    YEAR, ONE TWELFTH FOR EACH MONTH.
       RUN-BALANCE-PARA.
           MOVE PFLOPEN TO WS-PF-BAL.
           MOVE ZERO TO WS-PF-PRODUCT WS-PF-CONTRIB WS-PF-ADVTOT.
           PERFORM VARYING WS-PF-M FROM 1 BY 1
              UNTIL WS-PF-M > WS-PF-UPTO
              COMPUTE WS-PF-BAL = WS-PF-BAL + PFLEE(WS-PF-M)
                 + PFLER(WS-PF-M) - PFLADV(WS-PF-M)
              ADD PFLEE(WS-PF-M) PFLER(WS-PF-M) TO WS-PF-CONTRIB
              ADD PFLADV(WS-PF-M) TO WS-PF-ADVTOT
              ADD WS-PF-BAL TO WS-PF-PRODUCT
           END-PERFORM.
           COMPUTE WS-PF-INT ROUNDED =
              WS-PF-PRODUCT * WS-PF-RATE / 1200.

       END PROGRAM PFCLOSE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PFSTMT.

      *    ANNUAL PF MEMBER STATEMENT - PRINTS ONE PAGE PER MEMBER FOR
      *    A PF YEAR (APRIL TO MARCH, GIVEN BY THE YEAR IT STARTS IN)
      *    FROM DATA/PFLEDGER.DAT TO DATA/PFSTMT.DAT, FOR ONE EMPLOYEE
      *    OR FOR EVERY MEMBER, THE WAY TAXCERT PRINTS CERTIFICATES:
      *    OPENING BALANCE, EACH MONTH'S EMPLOYEE AND EMPLOYER
      *    CONTRIBUTION, ADVANCE OR WITHDRAWAL AND RUNNING BALANCE,
      *    THE YEAR'S TOTALS, THE INTEREST CREDITED AND ITS RATE, AND
      *    THE CLOSING BALANCE. A YEAR NOT YET CLOSED BY PFCLOSE SHOWS
      *    THE BALANCE TO DATE WITH NO INTEREST; A BALANCE SETTLED ON
      *    SEPARATION SHOWS THE INTEREST PAID WITH IT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PFLEDGERFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PFLKEY
           FILE STATUS IS FSPF.

           SELECT EMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EEMPID
           FILE STATUS IS FSE.

           SELECT PFSTMTFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSS.

       DATA DIVISION.
       FILE SECTION.
       FD PFLEDGERFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/PFLEDGER.DAT".
       01 PFLEDGERREC.
           02 PFLKEY.
              03 PFLEMPID  PIC X(6).
              03 PFLYEAR   PIC 9(4).
           02 PFLOPEN      PIC 9(9)V99.
           02 PFLMONTH OCCURS 12 TIMES.
              03 PFLEE     PIC 9(6)V99.
              03 PFLER     PIC 9(6)V99.
              03 PFLADV    PIC 9(7)V99.
           02 PFLRATE      PIC 99V99.
           02 PFLINT       PIC 9(8)V99.
           02 PFLCLOSE     PIC 9(9)V99.
           02 PFLSTAT      PIC X(1).
           02 PFLSTDT      PIC X(10).

       FD EMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/EMP.DAT".
       01 EMPREC.
           02 EEMPID    PIC X(6).
           02 EEMPNAME  PIC X(25).
           02 EEMPADDR  PIC X(30).
           02 EPHONE    PIC X(10).
           02 EDOJ      PIC X(10).
           02 EDIP      PIC X(10).
           02 EUG       PIC X(4).
           02 EPG       PIC X(4).
           02 EPROFQ    PIC X(4).
           02 ESKILL    PIC X(10).
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).

       FD PFSTMTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/PFSTMT.DAT".
       01 PRTREC               PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSE   PIC XX.
       77 FSS   PIC XX.
       77 FSPF   PIC XX.
       77 WS-PF-START-MM PIC 99 VALUE 4.
       77 WS-PF-PERIOD  PIC 9(6).
       77 WS-PF-EMPID   PIC X(6).
       77 WS-PF-YEAR    PIC 9(4).
       77 WS-PF-SLOT    PIC 99.
       77 WS-PF-M       PIC 99.
       77 WS-PF-UPTO    PIC 99.
       77 WS-PF-RATE    PIC 99V99.
       77 WS-PF-BAL     PIC S9(9)V99.
       77 WS-PF-PRODUCT PIC S9(11)V99.
       77 WS-PF-INT     PIC 9(8)V99.
       77 WS-PF-CONTRIB PIC 9(9)V99.
       77 WS-PF-ADVTOT  PIC 9(9)V99.
       77 WS-PF-PRIOR   PIC 9(9)V99.
       77 WS-EOF        PIC X VALUE "N".
       77 WS-ONE-EMPID  PIC X(6).
       77 WS-COUNT      PIC 9(6) VALUE ZERO.
       77 WS-CCYY       PIC 9(4).
       77 WS-MM         PIC 99.
       77 WS-EE-TOT     PIC 9(8)V99.
       77 WS-ER-TOT     PIC 9(8)V99.

       01 WS-RULE-LINE.
           02 FILLER PIC X(64) VALUE ALL "-".
       01 WS-HEAD-LINE.
           02 FILLER PIC X(14) VALUE SPACES.
           02 FILLER PIC X(36) VALUE
              "ANNUAL PF MEMBER STATEMENT - HRMS".
       01 WS-INFO-LINE.
           02 WI-LABEL  PIC X(14).
           02 WI-VALUE  PIC X(30).
       01 WS-COL-LINE.
           02 FILLER PIC X(32) VALUE
              "MONTH       EMPLOYEE    EMPLOYER".
           02 FILLER PIC X(27) VALUE
              "     ADVANCE        BALANCE".
       01 WS-MONTH-LINE.
           02 WM-LABEL  PIC X(8).
           02 WM-EE     PIC Z(8)9.99.
           02 WM-ER     PIC Z(8)9.99.
           02 WM-ADV    PIC Z(8)9.99.
           02 WM-BAL    PIC -(11)9.99.
       01 WS-PAY-LINE.
           02 WP-LABEL  PIC X(30).
           02 FILLER    PIC X(10) VALUE SPACES.
           02 WP-AMT    PIC Z(11)9.99.
       01 WS-RATE-LINE.
           02 FILLER    PIC X(18) VALUE "INTEREST CREDITED ".
           02 WR-RATE   PIC Z9.99.
           02 FILLER    PIC X(17) VALUE "% A YEAR".
           02 WR-AMT    PIC Z(11)9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "PF YEAR (CCYY - YEAR IT STARTS IN)         :".
           ACCEPT WS-PF-YEAR.
           DISPLAY "EMPLOYEE CODE (BLANK = EVERY MEMBER)       :".
           ACCEPT WS-ONE-EMPID.
           OPEN INPUT PFLEDGERFILE.
           IF FSPF = "35" OR FSPF = "30"
              DISPLAY "NO PF LEDGER ON FILE - RUN PFPOST FIRST"
              STOP RUN.
           OPEN INPUT EMPFILE.
           OPEN OUTPUT PFSTMTFILE.
           IF WS-ONE-EMPID NOT = SPACES
              MOVE WS-ONE-EMPID TO PFLEMPID
              MOVE WS-PF-YEAR   TO PFLYEAR
              READ PFLEDGERFILE
                 INVALID KEY
                    DISPLAY "NO PF LEDGER FOR " WS-ONE-EMPID
                            " IN PF YEAR " WS-PF-YEAR
                 NOT INVALID KEY
                    PERFORM PRINT-STMT-PARA
              END-READ
           ELSE
              PERFORM UNTIL WS-EOF = "Y"
                 READ PFLEDGERFILE NEXT RECORD
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF PFLYEAR = WS-PF-YEAR
                          PERFORM PRINT-STMT-PARA
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE PFLEDGERFILE.
           CLOSE EMPFILE.
           CLOSE PFSTMTFILE.
           DISPLAY "PF STATEMENTS COMPLETE - " WS-COUNT
                   " MEMBERS FOR PF YEAR " WS-PF-YEAR.
           STOP RUN.

       PRINT-STMT-PARA.
           MOVE PFLEMPID TO EEMPID.
           READ EMPFILE INVALID KEY MOVE SPACES TO EEMPNAME.
           MOVE WS-RULE-LINE TO PRTREC.
           WRITE PRTREC.
           MOVE WS-HEAD-LINE TO PRTREC.
           WRITE PRTREC.
           MOVE WS-RULE-LINE TO PRTREC.
           WRITE PRTREC.
           MOVE "MEMBER      :" TO WI-LABEL.
           MOVE PFLEMPID TO WI-VALUE.
           MOVE WS-INFO-LINE TO PRTREC.
           WRITE PRTREC.
           MOVE "NAME        :" TO WI-LABEL.
           MOVE EEMPNAME TO WI-VALUE.
           MOVE WS-INFO-LINE TO PRTREC.
           WRITE PRTREC.
           MOVE "PF YEAR     :" TO WI-LABEL.
           MOVE SPACES TO WI-VALUE.
           STRING "APRIL " PFLYEAR " TO MARCH " DELIMITED BY SIZE
             INTO WI-VALUE.
           COMPUTE WS-CCYY = PFLYEAR + 1.
           MOVE WS-CCYY TO WI-VALUE (21:4).
           MOVE WS-INFO-LINE TO PRTREC.
           WRITE PRTREC.
           MOVE WS-RULE-LINE TO PRTREC.
           WRITE PRTREC.
           MOVE WS-COL-LINE TO PRTREC.
           WRITE PRTREC.
           MOVE SPACES TO WS-MONTH-LINE.
           MOVE "OPENING" TO WM-LABEL.
           MOVE PFLOPEN TO WM-BAL.
           MOVE WS-MONTH-LINE TO PRTREC.
           WRITE PRTREC.
           MOVE PFLOPEN TO WS-PF-BAL.
           MOVE ZERO TO WS-EE-TOT WS-ER-TOT.
           PERFORM PRINT-MONTH-PARA
              VARYING WS-PF-M FROM 1 BY 1 UNTIL WS-PF-M > 12.
           MOVE WS-RULE-LINE TO PRTREC.
           WRITE PRTREC.
           MOVE "EMPLOYEE CONTRIBUTIONS" TO WP-LABEL.
           MOVE WS-EE-TOT TO WP-AMT.
           MOVE WS-PAY-LINE TO PRTREC.
           WRITE PRTREC.
           MOVE "EMPLOYER CONTRIBUTIONS" TO WP-LABEL.
           MOVE WS-ER-TOT TO WP-AMT.
           MOVE WS-PAY-LINE TO PRTREC.
           WRITE PRTREC.
           MOVE 12 TO WS-PF-UPTO.
           MOVE ZERO TO WS-PF-RATE.
           PERFORM RUN-BALANCE-PARA.
           MOVE "ADVANCES AND WITHDRAWALS" TO WP-LABEL.
           MOVE WS-PF-ADVTOT TO WP-AMT.
           MOVE WS-PAY-LINE TO PRTREC.
           WRITE PRTREC.
           EVALUATE PFLSTAT
              WHEN "C"
                 MOVE PFLRATE TO WR-RATE
                 MOVE PFLINT  TO WR-AMT
                 MOVE WS-RATE-LINE TO PRTREC
                 WRITE PRTREC
                 MOVE "CLOSING BALANCE" TO WP-LABEL
                 MOVE PFLCLOSE TO WP-AMT
              WHEN "S"
                 MOVE PFLRATE TO WR-RATE
                 MOVE PFLINT  TO WR-AMT
                 MOVE WS-RATE-LINE TO PRTREC
                 WRITE PRTREC
                 MOVE SPACES TO WP-LABEL
                 STRING "SETTLED ON SEPARATION " PFLSTDT
                    DELIMITED BY SIZE INTO WP-LABEL
                 MOVE PFLCLOSE TO WP-AMT
              WHEN OTHER
                 MOVE "BALANCE TO DATE" TO WP-LABEL
                 MOVE WS-PF-BAL TO WP-AMT
           END-EVALUATE.
           MOVE WS-PAY-LINE TO PRTREC.
           WRITE PRTREC.
           IF PFLSTAT NOT = "C" AND PFLSTAT NOT = "S"
              MOVE "(INTEREST IS CREDITED WHEN THE YEAR IS CLOSED)"
                TO PRTREC
              WRITE PRTREC
           END-IF.
           MOVE SPACES TO PRTREC.
           WRITE PRTREC.
           ADD 1 TO WS-COUNT.

       PRINT-MONTH-PARA.
           COMPUTE WS-MM = WS-PF-START-MM + WS-PF-M - 1.
           MOVE PFLYEAR TO WS-CCYY.
           IF WS-MM > 12
              SUBTRACT 12 FROM WS-MM
              ADD 1 TO WS-CCYY
           END-IF.
           COMPUTE WS-PF-BAL = WS-PF-BAL + PFLEE(WS-PF-M)
              + PFLER(WS-PF-M) - PFLADV(WS-PF-M).
           ADD PFLEE(WS-PF-M) TO WS-EE-TOT.
           ADD PFLER(WS-PF-M) TO WS-ER-TOT.
           MOVE SPACES TO WS-MONTH-LINE.
           STRING WS-CCYY "-" WS-MM DELIMITED BY SIZE INTO WM-LABEL.
           MOVE PFLEE(WS-PF-M)  TO WM-EE.
           MOVE PFLER(WS-PF-M)  TO WM-ER.
           MOVE PFLADV(WS-PF-M) TO WM-ADV.
           MOVE WS-PF-BAL       TO WM-BAL.
           MOVE WS-MONTH-LINE TO PRTREC.
           WRITE PRTREC.

      *    INTEREST IS WORKED ON THE MONTHLY RUNNING BALANCE - THE
      *    BALANCE AT THE END OF EACH MONTH UP TO WS-PF-UPTO, AFTER THAT
      *    MONTH'S CONTRIBUTIONS AND ADVANCES - AT WS-PF-RATE PERCENT A
      *    YEAR, ONE TWELFTH FOR EACH MONTH.
       RUN-BALANCE-PARA.
           MOVE PFLOPEN TO WS-PF-BAL.
           MOVE ZERO TO WS-PF-PRODUCT WS-PF-CONTRIB WS-PF-ADVTOT.
           PERFORM VARYING WS-PF-M FROM 1 BY 1
              UNTIL WS-PF-M > WS-PF-UPTO
              COMPUTE WS-PF-BAL = WS-PF-BAL + PFLEE(WS-PF-M)
                 + PFLER(WS-PF-M) - PFLADV(WS-PF-M)
              ADD PFLEE(WS-PF-M) PFLER(WS-PF-M) TO WS-PF-CONTRIB
              ADD PFLADV(WS-PF-M) TO WS-PF-ADVTOT
              ADD WS-PF-BAL TO WS-PF-PRODUCT
           END-PERFORM.
           COMPUTE WS-PF-INT ROUNDED =
              WS-PF-PRODUCT * WS-PF-RATE / 1200.

       END PROGRAM PFSTMT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISCMNT.

      *    DISCIPLINARY CASE REGISTER - ONE ROW PER CASE ON
      *    DATA/DISCCASE.DAT, KEYED BY EMPLOYEE AND A CASE NUMBER
      *    ALLOTTED HERE, CARRYING THE CHARGE, THE DATE CHARGED, THE
      *    SHOW-CAUSE NOTICE AND HEARING DATES, THE HEARING NOTES, THE
      *    STATUS (O OPEN, C CLOSED) AND THE OUTCOME. THE OUTCOME CODE
      *    DRIVES THE REST OF THE SYSTEM -
      *       W  WARNING - PRINTED AS A WARNING LETTER BY HRLETTER
      *       S  SUSPENSION - PAYRUN PAYS ONLY THE SUBSISTENCE
      *          ALLOWANCE PERCENTAGE FOR THE DAYS FROM DKSUSFM TO
      *          DKSUSTO (BLANK WHILE STILL SUSPENDED)
      *       I  INCREMENT WITHHELD - HCINCR SKIPS THE EMPLOYEE FOR
      *          DKWHYRS YEARS FROM THE OUTCOME DATE
      *       N  NO PENALTY
      *    A SUSPENSION PENDING THE INQUIRY IS KEYED AS OUTCOME S ON
      *    THE OPEN CASE. (O)PEN AND (U)PDATE TAKE AN ADMIN LOGIN AND
      *    ARE WRITTEN TO DATA/AUDIT.DAT; (L)IST SHOWS AN EMPLOYEE'S
      *    CASES. DISCAGE REPORTS THE OPEN CASES BY AGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISCFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DKKEY
           FILE STATUS IS FSDK.

           SELECT EMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EEMPID
           FILE STATUS IS FSE.

           SELECT USERFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USERID
           FILE STATUS IS FSU.

           SELECT AUDITFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSA.

       DATA DIVISION.
       FILE SECTION.
       FD DISCFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/DISCCASE.DAT".
       01 DISCREC.
           02 DKKEY.
              03 DKEMPID   PIC X(6).
              03 DKSEQ     PIC 99.
           02 DKCHARGE     PIC X(40).
           02 DKCHGDT      PIC X(10).
           02 DKSCNDT      PIC X(10).
           02 DKHEARDT     PIC X(10).
           02 DKNOTES      PIC X(60).
           02 DKSTAT       PIC X(1).
           02 DKOUTCM      PIC X(1).
           02 DKOUTDT      PIC X(10).
           02 DKSUSFM      PIC X(10).
           02 DKSUSTO      PIC X(10).
           02 DKSUBPCT     PIC 99V99.
           02 DKWHYRS      PIC 9.

       FD EMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/EMP.DAT".
       01 EMPREC.
           02 EEMPID    PIC X(6).
           02 EEMPNAME  PIC X(25).
           02 EEMPADDR  PIC X(30).
           02 EPHONE    PIC X(10).
           02 EDOJ      PIC X(10).
           02 EDIP      PIC X(10).
           02 EUG       PIC X(4).
           02 EPG       PIC X(4).
           02 EPROFQ    PIC X(4).
           02 ESKILL    PIC X(10).
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).

       FD USERFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/USER.DAT".
       01 USERREC.
           03 USERID           PIC X(8).
           03 USER-PWD-HASH    PIC 9(10).
           03 USER-ROLE        PIC X(8).
           03 USER-EMPID       PIC X(6).

       FD AUDITFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/AUDIT.DAT".
       01 AUDITREC            PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSDK  PIC XX.
       77 FSE   PIC XX.
       77 FSU   PIC XX.
       77 FSA   PIC XX.
       77 WS-MODE      PIC X.
       77 WS-EOF       PIC X.
       77 WS-EMPID     PIC X(6).
       77 WS-LASTSEQ   PIC 99.
       77 WS-SYSDATE   PIC 9(8).
       77 WS-TODAY     PIC X(10).
       77 WS-DATE      PIC X(10).
       77 WS-DATEOK    PIC X.
       77 WS-IN-DATE   PIC X(10).
       77 WS-IN-NOTES  PIC X(60).
       77 WS-IN-OUTCM  PIC X.
       77 WS-IN-PCT    PIC 99V99.
       77 WS-IN-YRS    PIC 9.
       77 WS-CLOSE     PIC X.
       77 WS-PCT-ED    PIC Z9.99.
       77 WS-AUD-OP    PIC X(6).
       77 WS-AUD-FILE  PIC X(18).
       77 WS-AUD-KEY   PIC X(20).
       77 WS-LOGIN-ID  PIC X(8).
       77 WS-LOGIN-PWD PIC X(20).
       77 WS-LOGIN-OK  PIC X.
       01 WS-HASH-WORK.
           03 WS-HASH-I    PIC 9(4).
           03 WS-HASH-ACC  PIC 9(10).
           03 WS-HASH-CH   PIC 9(3).
       01 AUDIT-STAMP.
           03 AUD-DATE         PIC 9(8).
           03 AUD-TIME         PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "(O)PEN A CASE, (U)PDATE A CASE OR (L)IST AN"
                   " EMPLOYEE'S CASES ?:".
           ACCEPT WS-MODE.
           IF WS-MODE = "o"
              MOVE "O" TO WS-MODE.
           IF WS-MODE = "u"
              MOVE "U" TO WS-MODE.
           IF WS-MODE = "l"
              MOVE "L" TO WS-MODE.
           IF WS-MODE NOT = "O" AND WS-MODE NOT = "U" AND
              WS-MODE NOT = "L"
              DISPLAY "INVALID CHOICE - ENTER O, U OR L"
              STOP RUN.
           ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-TODAY.
           STRING WS-SYSDATE (1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-SYSDATE (5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-SYSDATE (7:2) DELIMITED BY SIZE
             INTO WS-TODAY.
           IF WS-MODE = "L"
              PERFORM LIST-PARA
              STOP RUN.
      *    OUTCOMES CUT PAY AND STOP INCREMENTS, SO ONLY AN ADMIN
      *    OPENS OR CHANGES A CASE.
           PERFORM VERIFY-ADMIN-PARA.
           IF WS-LOGIN-OK NOT = "Y"
              DISPLAY "CHANGE REFUSED - ADMIN LOGIN REQUIRED"
              MOVE 8 TO RETURN-CODE
              STOP RUN.
           DISPLAY "EMPLOYEE CODE                      :".
           ACCEPT WS-EMPID.
           OPEN INPUT EMPFILE.
           MOVE WS-EMPID TO EEMPID.
           READ EMPFILE
              INVALID KEY
                 DISPLAY "EMPLOYEE " WS-EMPID " NOT ON EMPFILE"
                 CLOSE EMPFILE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-READ.
           CLOSE EMPFILE.
           OPEN I-O DISCFILE.
           IF FSDK = "35" OR FSDK = "30"
              OPEN OUTPUT DISCFILE
              CLOSE DISCFILE
              OPEN I-O DISCFILE.
           MOVE "DISCFILE" TO WS-AUD-FILE.
           IF WS-MODE = "O"
              PERFORM OPEN-CASE-PARA
           ELSE
              PERFORM UPDATE-CASE-PARA
           END-IF.
           CLOSE DISCFILE.
           STOP RUN.

      *    THE NEW CASE TAKES THE NEXT NUMBER AFTER THE EMPLOYEE'S
      *    HIGHEST ONE ON FILE.
       OPEN-CASE-PARA.
           PERFORM FIND-LASTSEQ-PARA.
           MOVE "Y" TO WS-DATEOK.
           IF WS-LASTSEQ = 99
              DISPLAY "99 CASES ALREADY ON FILE FOR " WS-EMPID
                      " - NOT OPENED"
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE WS-EMPID TO DKEMPID
              COMPUTE DKSEQ = WS-LASTSEQ + 1
              DISPLAY "CHARGE                             :"
              ACCEPT DKCHARGE
              DISPLAY "DATE CHARGED (CCYY-MM-DD, BLANK=TODAY) :"
              ACCEPT WS-DATE
              IF WS-DATE = SPACES
                 MOVE WS-TODAY TO WS-DATE
              END-IF
              PERFORM CHECK-DATE-PARA
              MOVE WS-DATE TO DKCHGDT
              DISPLAY "SHOW-CAUSE NOTICE DATE (BLANK=NONE YET) :"
              ACCEPT WS-DATE
              PERFORM CHECK-DATE-PARA
              MOVE WS-DATE TO DKSCNDT
              IF DKCHARGE = SPACES OR WS-DATEOK NOT = "Y"
                 DISPLAY "CHARGE AND VALID CCYY-MM-DD DATES REQUIRED"
                         " - NOT OPENED"
                 MOVE 8 TO RETURN-CODE
              ELSE
                 MOVE SPACES TO DKHEARDT DKNOTES DKOUTCM DKOUTDT
                                DKSUSFM DKSUSTO
                 MOVE ZERO TO DKSUBPCT DKWHYRS
                 MOVE "O" TO DKSTAT
                 WRITE DISCREC
                 MOVE "OPEN" TO WS-AUD-OP
                 MOVE DKKEY TO WS-AUD-KEY
                 PERFORM WRITE-AUDIT-PARA
                 DISPLAY "CASE " DKEMPID "/" DKSEQ " OPENED"
              END-IF
           END-IF.

       FIND-LASTSEQ-PARA.
           MOVE ZERO TO WS-LASTSEQ.
           MOVE "N" TO WS-EOF.
           MOVE WS-EMPID TO DKEMPID.
           MOVE ZERO TO DKSEQ.
           START DISCFILE KEY IS NOT LESS THAN DKKEY
              INVALID KEY MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
              READ DISCFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF DKEMPID NOT = WS-EMPID
                       MOVE "Y" TO WS-EOF
                    ELSE
                       MOVE DKSEQ TO WS-LASTSEQ
                    END-IF
              END-READ
           END-PERFORM.

      *    EACH PROMPT LEFT BLANK KEEPS WHAT IS ON FILE.
       UPDATE-CASE-PARA.
           MOVE WS-EMPID TO DKEMPID.
           DISPLAY "CASE NUMBER                        :".
           ACCEPT DKSEQ.
           READ DISCFILE
              INVALID KEY
                 DISPLAY "NO CASE " WS-EMPID "/" DKSEQ " ON FILE"
                 CLOSE DISCFILE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-READ.
           PERFORM SHOW-CASE-PARA.
           MOVE "Y" TO WS-DATEOK.
           DISPLAY "SHOW-CAUSE NOTICE DATE (BLANK=NO CHANGE) :".
           ACCEPT WS-DATE.
           PERFORM CHECK-DATE-PARA.
           IF WS-DATE NOT = SPACES
              MOVE WS-DATE TO DKSCNDT.
           DISPLAY "HEARING DATE (BLANK=NO CHANGE)     :".
           ACCEPT WS-DATE.
           PERFORM CHECK-DATE-PARA.
           IF WS-DATE NOT = SPACES
              MOVE WS-DATE TO DKHEARDT.
           DISPLAY "HEARING NOTES (BLANK=NO CHANGE)    :".
           ACCEPT WS-IN-NOTES.
           IF WS-IN-NOTES NOT = SPACES
              MOVE WS-IN-NOTES TO DKNOTES.
           DISPLAY "OUTCOME - (W)ARNING, (S)USPENSION, (I)NCREMENT"
                   " WITHHELD,".
           DISPLAY "          (N)O PENALTY (BLANK=NO CHANGE) :".
           ACCEPT WS-IN-OUTCM.
           IF WS-IN-OUTCM = "w"
              MOVE "W" TO WS-IN-OUTCM.
           IF WS-IN-OUTCM = "s"
              MOVE "S" TO WS-IN-OUTCM.
           IF WS-IN-OUTCM = "i"
              MOVE "I" TO WS-IN-OUTCM.
           IF WS-IN-OUTCM = "n"
              MOVE "N" TO WS-IN-OUTCM.
           IF WS-IN-OUTCM NOT = SPACES AND WS-IN-OUTCM NOT = "W" AND
              WS-IN-OUTCM NOT = "S" AND WS-IN-OUTCM NOT = "I" AND
              WS-IN-OUTCM NOT = "N"
              DISPLAY "INVALID OUTCOME - ENTER W, S, I OR N"
              MOVE "N" TO WS-DATEOK.
           IF WS-IN-OUTCM NOT = SPACES AND WS-DATEOK = "Y"
              PERFORM SET-OUTCOME-PARA.
           IF DKOUTCM = "S"
              PERFORM SUSPENSION-PARA.
           IF DKOUTCM = "I"
              PERFORM WITHHOLD-PARA.
           DISPLAY "CLOSE THE CASE (Y/N)               :".
           ACCEPT WS-CLOSE.
           IF WS-CLOSE = "y"
              MOVE "Y" TO WS-CLOSE.
           IF WS-CLOSE = "Y"
              IF DKOUTCM = SPACES
                 DISPLAY "NO OUTCOME RECORDED - CASE LEFT OPEN"
              ELSE
                 MOVE "C" TO DKSTAT
              END-IF
           END-IF.
           IF WS-DATEOK NOT = "Y"
              DISPLAY "CASE NOT CHANGED"
              MOVE 8 TO RETURN-CODE
           ELSE
              REWRITE DISCREC
              MOVE "CHANGE" TO WS-AUD-OP
              MOVE DKKEY TO WS-AUD-KEY
              PERFORM WRITE-AUDIT-PARA
              DISPLAY "CASE " DKEMPID "/" DKSEQ " UPDATED"
              PERFORM SHOW-CASE-PARA
           END-IF.

       SET-OUTCOME-PARA.
           MOVE WS-IN-OUTCM TO DKOUTCM.
           DISPLAY "OUTCOME DATE (CCYY-MM-DD, BLANK=TODAY) :".
           ACCEPT WS-DATE.
           IF WS-DATE = SPACES
              MOVE WS-TODAY TO WS-DATE.
           PERFORM CHECK-DATE-PARA.
           MOVE WS-DATE TO DKOUTDT.
           IF DKOUTCM NOT = "S"
              MOVE SPACES TO DKSUSFM DKSUSTO
              MOVE ZERO TO DKSUBPCT.
           IF DKOUTCM NOT = "I"
              MOVE ZERO TO DKWHYRS.

      *    THE SUBSISTENCE ALLOWANCE DEFAULTS TO HALF PAY. THE END
      *    DATE IS KEYED WHEN THE EMPLOYEE IS REINSTATED.
       SUSPENSION-PARA.
           DISPLAY "SUSPENDED FROM (CCYY-MM-DD, BLANK=NO CHANGE) :".
           ACCEPT WS-DATE.
           PERFORM CHECK-DATE-PARA.
           IF WS-DATE NOT = SPACES
              MOVE WS-DATE TO DKSUSFM.
           DISPLAY "SUSPENDED TO (CCYY-MM-DD, BLANK=NO CHANGE) :".
           ACCEPT WS-DATE.
           PERFORM CHECK-DATE-PARA.
           IF WS-DATE NOT = SPACES
              MOVE WS-DATE TO DKSUSTO.
           DISPLAY "SUBSISTENCE % OF PAY (NNNN = NN.NN, 0=NO CHANGE) :".
           ACCEPT WS-IN-PCT.
           IF WS-IN-PCT NOT = ZERO
              MOVE WS-IN-PCT TO DKSUBPCT.
           IF DKSUBPCT = ZERO
              MOVE 50 TO DKSUBPCT.
           IF DKSUSFM = SPACES
              DISPLAY "SUSPENSION START DATE REQUIRED"
              MOVE "N" TO WS-DATEOK.
           IF DKSUSTO NOT = SPACES AND DKSUSTO < DKSUSFM
              DISPLAY "SUSPENSION CANNOT END BEFORE IT STARTS"
              MOVE "N" TO WS-DATEOK.

       WITHHOLD-PARA.
           DISPLAY "INCREMENTS WITHHELD FOR (1-9 YEARS, 0=NO CHANGE) :".
           ACCEPT WS-IN-YRS.
           IF WS-IN-YRS NOT = ZERO
              MOVE WS-IN-YRS TO DKWHYRS.
           IF DKWHYRS = ZERO
              DISPLAY "NUMBER OF YEARS REQUIRED"
              MOVE "N" TO WS-DATEOK.

       CHECK-DATE-PARA.
           IF WS-DATE NOT = SPACES
              IF WS-DATE (5:1) NOT = "-" OR
                 WS-DATE (8:1) NOT = "-" OR
                 WS-DATE (1:4) NOT NUMERIC OR
                 WS-DATE (6:2) NOT NUMERIC OR
                 WS-DATE (9:2) NOT NUMERIC OR
                 WS-DATE (6:2) < "01" OR WS-DATE (6:2) > "12" OR
                 WS-DATE (9:2) < "01" OR WS-DATE (9:2) > "31"
                 DISPLAY "DATE " WS-DATE " IS NOT CCYY-MM-DD"
                 MOVE "N" TO WS-DATEOK
              END-IF
           END-IF.

       SHOW-CASE-PARA.
           DISPLAY "CASE " DKEMPID "/" DKSEQ "  STATUS " DKSTAT
                   "  CHARGED " DKCHGDT.
           DISPLAY "  CHARGE      : " DKCHARGE.
           DISPLAY "  SHOW-CAUSE  : " DKSCNDT "  HEARING : " DKHEARDT.
           DISPLAY "  NOTES       : " DKNOTES.
           DISPLAY "  OUTCOME     : " DKOUTCM "  ON " DKOUTDT.
           IF DKOUTCM = "S"
              MOVE DKSUBPCT TO WS-PCT-ED
              DISPLAY "  SUSPENDED   : " DKSUSFM " TO " DKSUSTO
                      "  SUBSISTENCE " WS-PCT-ED "%"
           END-IF.
           IF DKOUTCM = "I"
              DISPLAY "  INCREMENT WITHHELD FOR " DKWHYRS " YEAR(S)"
           END-IF.

       LIST-PARA.
           DISPLAY "EMPLOYEE CODE                      :".
           ACCEPT WS-EMPID.
           OPEN INPUT DISCFILE.
           IF FSDK = "35" OR FSDK = "30"
              DISPLAY "NO DISCIPLINARY CASES ON FILE"
              CLOSE DISCFILE
           ELSE
              MOVE "N" TO WS-EOF
              MOVE WS-EMPID TO DKEMPID
              MOVE ZERO TO DKSEQ
              START DISCFILE KEY IS NOT LESS THAN DKKEY
                 INVALID KEY MOVE "Y" TO WS-EOF
              END-START
              MOVE ZERO TO WS-LASTSEQ
              PERFORM UNTIL WS-EOF = "Y"
                 READ DISCFILE NEXT RECORD
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF DKEMPID NOT = WS-EMPID
                          MOVE "Y" TO WS-EOF
                       ELSE
                          PERFORM SHOW-CASE-PARA
                          ADD 1 TO WS-LASTSEQ
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DISCFILE
              DISPLAY WS-LASTSEQ " CASE(S) FOR " WS-EMPID
           END-IF.

       VERIFY-ADMIN-PARA.
           MOVE "N" TO WS-LOGIN-OK.
           DISPLAY "ENTER ADMIN USER ID                :".
           ACCEPT WS-LOGIN-ID.
           DISPLAY "ENTER PASSWORD                     :".
           ACCEPT WS-LOGIN-PWD.
           PERFORM HASH-PASSWORD-PARA.
           OPEN INPUT USERFILE.
           IF FSU = "35" OR FSU = "30"
              CLOSE USERFILE
           ELSE
              MOVE WS-LOGIN-ID TO USERID
              READ USERFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF USER-PWD-HASH = WS-HASH-ACC AND
                       USER-ROLE = "ADMIN"
                       MOVE "Y" TO WS-LOGIN-OK
                    END-IF
              END-READ
              CLOSE USERFILE
           END-IF.

       HASH-PASSWORD-PARA.
           MOVE ZERO TO WS-HASH-ACC.
           PERFORM VARYING WS-HASH-I FROM 1 BY 1
                 UNTIL WS-HASH-I > 20
              MOVE FUNCTION ORD(WS-LOGIN-PWD(WS-HASH-I:1))
                 TO WS-HASH-CH
              COMPUTE WS-HASH-ACC =
                 FUNCTION MOD((WS-HASH-ACC * 31) + WS-HASH-CH,
                 9999999999)
           END-PERFORM.

       WRITE-AUDIT-PARA.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT AUD-TIME FROM TIME.
           OPEN EXTEND AUDITFILE.
           IF FSA = "05" OR FSA = "35"
              CLOSE AUDITFILE
              OPEN OUTPUT AUDITFILE.
           MOVE SPACES TO AUDITREC.
           STRING WS-AUD-OP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AUD-FILE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AUD-KEY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUD-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUD-TIME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LOGIN-ID DELIMITED BY SIZE
             INTO AUDITREC.
           WRITE AUDITREC.
           CLOSE AUDITFILE.

       END PROGRAM DISCMNT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISCAGE.

      *    OPEN DISCIPLINARY CASE AGEING REPORT FOR THE HR HEAD -
      *    EVERY CASE ON DATA/DISCCASE.DAT STILL OPEN, SORTED BY THE
      *    EMPLOYEE'S BRANCH AND THE DATE CHARGED, WITH HOW FAR IT HAS
      *    GOT (CHARGED, SHOW-CAUSE NOTICE ISSUED, HEARD, OR SUSPENDED
      *    PENDING THE OUTCOME), THE DAYS SINCE THE CHARGE AND A 1 IN
      *    ITS AGE BUCKET (0-30, 31-60, 61-90, OVER 90 DAYS) THE WAY
      *    REQAGE AGES REQUISITIONS. EACH BRANCH GETS A TOTAL LINE
      *    CARRYING THE OLDEST AGE AND THE BUCKET COUNTS, AND A GRAND
      *    TOTAL CLOSES DATA/DISCAGE.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISCFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DKKEY
           FILE STATUS IS FSDK.

           SELECT EMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EEMPID
           FILE STATUS IS FSE.

           SELECT SORTFILE ASSIGN TO DISK.

           SELECT DISCAGEFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSS.

       DATA DIVISION.
       FILE SECTION.
       FD DISCFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/DISCCASE.DAT".
       01 DISCREC.
           02 DKKEY.
              03 DKEMPID   PIC X(6).
              03 DKSEQ     PIC 99.
           02 DKCHARGE     PIC X(40).
           02 DKCHGDT      PIC X(10).
           02 DKSCNDT      PIC X(10).
           02 DKHEARDT     PIC X(10).
           02 DKNOTES      PIC X(60).
           02 DKSTAT       PIC X(1).
           02 DKOUTCM      PIC X(1).
           02 DKOUTDT      PIC X(10).
           02 DKSUSFM      PIC X(10).
           02 DKSUSTO      PIC X(10).
           02 DKSUBPCT     PIC 99V99.
           02 DKWHYRS      PIC 9.

       FD EMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/EMP.DAT".
       01 EMPREC.
           02 EEMPID    PIC X(6).
           02 EEMPNAME  PIC X(25).
           02 EEMPADDR  PIC X(30).
           02 EPHONE    PIC X(10).
           02 EDOJ      PIC X(10).
           02 EDIP      PIC X(10).
           02 EUG       PIC X(4).
           02 EPG       PIC X(4).
           02 EPROFQ    PIC X(4).
           02 ESKILL    PIC X(10).
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).

       SD SORTFILE.
       01 SORT-REC.
           02 SRBRNID   PIC X(6).
           02 SRCHGDT   PIC X(10).
           02 SREMPID   PIC X(6).
           02 SRSEQ     PIC 99.
           02 SRSTAGE   PIC X(7).
           02 SRDAYS    PIC 9(5).
           02 SRCHARGE  PIC X(30).

       FD DISCAGEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/DISCAGE.DAT".
       01 DISCAGEREC.
           02 AGTYPE    PIC X(4).
           02 FILLER    PIC X(1) VALUE SPACE.
           02 AGBRNID   PIC X(6).
           02 FILLER    PIC X(1) VALUE SPACE.
           02 AGEMPID   PIC X(6).
           02 FILLER    PIC X(1) VALUE SPACE.
           02 AGSEQ     PIC X(2).
           02 FILLER    PIC X(1) VALUE SPACE.
           02 AGCHGDT   PIC X(10).
           02 FILLER    PIC X(1) VALUE SPACE.
           02 AGSTAGE   PIC X(7).
           02 FILLER    PIC X(1) VALUE SPACE.
           02 AGDAYS    PIC ZZZZ9.
           02 FILLER    PIC X(1) VALUE SPACE.
           02 AG030     PIC ZZZ9.
           02 FILLER    PIC X(1) VALUE SPACE.
           02 AG060     PIC ZZZ9.
           02 FILLER    PIC X(1) VALUE SPACE.
           02 AG090     PIC ZZZ9.
           02 FILLER    PIC X(1) VALUE SPACE.
           02 AGOVER    PIC ZZZ9.
           02 FILLER    PIC X(1) VALUE SPACE.
           02 AGCHARGE  PIC X(30).

       WORKING-STORAGE SECTION.
       77 FSDK   PIC XX.
       77 FSE    PIC XX.
       77 FSS    PIC XX.
       77 WS-EOF      PIC X VALUE "N".
       77 WS-SORT-EOF PIC X VALUE "N".
       77 WS-SYSDATE  PIC 9(8).
       77 WS-INT-TODAY PIC 9(8).
       77 WS-CD-STR   PIC X(8).
       77 WS-CD-NUM   PIC 9(8).
       77 WS-CUR-BRNID PIC X(6) VALUE SPACES.
       77 WS-FIRST    PIC X VALUE "Y".
       77 WS-COUNT    PIC 9(6) VALUE ZERO.
       01 WS-BUCKETS.
           02 WB-OLDEST PIC 9(5).
           02 WB-030    PIC 9(4).
           02 WB-060    PIC 9(4).
           02 WB-090    PIC 9(4).
           02 WB-OVER   PIC 9(4).
       01 WS-TOTALS.
           02 WT-OLDEST PIC 9(5) VALUE ZERO.
           02 WT-030    PIC 9(4) VALUE ZERO.
           02 WT-060    PIC 9(4) VALUE ZERO.
           02 WT-090    PIC 9(4) VALUE ZERO.
           02 WT-OVER   PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
           COMPUTE WS-INT-TODAY =
              FUNCTION INTEGER-OF-DATE(WS-SYSDATE).
           SORT SORTFILE ON ASCENDING KEY SRBRNID SRCHGDT
              INPUT PROCEDURE IS LOAD-SORT-PARA
              OUTPUT PROCEDURE IS WRITE-AGEING-PARA.
           DISPLAY "DISCIPLINARY CASE AGEING COMPLETE - " WS-COUNT
                   " OPEN CASES".
           STOP RUN.

       LOAD-SORT-PARA.
           OPEN INPUT DISCFILE.
           IF FSDK = "35" OR FSDK = "30"
              MOVE "Y" TO WS-EOF.
           OPEN INPUT EMPFILE.
           PERFORM UNTIL WS-EOF = "Y"
              READ DISCFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF DKSTAT = "O"
                       PERFORM RELEASE-CASE-PARA
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE DISCFILE.
           CLOSE EMPFILE.

      *    A LEAVER'S CASE STAYS ON THE REPORT UNDER A BLANK BRANCH
      *    IF THE EMPLOYEE ROW HAS GONE.
       RELEASE-CASE-PARA.
           MOVE SPACES TO SRBRNID.
           IF FSE = "35" OR FSE = "30"
              CONTINUE
           ELSE
              MOVE DKEMPID TO EEMPID
              READ EMPFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE EBRNID TO SRBRNID
              END-READ
           END-IF.
           MOVE DKCHGDT  TO SRCHGDT.
           MOVE DKEMPID  TO SREMPID.
           MOVE DKSEQ    TO SRSEQ.
           MOVE DKCHARGE TO SRCHARGE.
           EVALUATE TRUE
              WHEN DKOUTCM = "S"
                 MOVE "SUSPEND" TO SRSTAGE
              WHEN DKHEARDT NOT = SPACES
                 MOVE "HEARD" TO SRSTAGE
              WHEN DKSCNDT NOT = SPACES
                 MOVE "NOTICE" TO SRSTAGE
              WHEN OTHER
                 MOVE "CHARGED" TO SRSTAGE
           END-EVALUATE.
           STRING DKCHGDT (1:4) DKCHGDT (6:2) DKCHGDT (9:2)
              DELIMITED BY SIZE INTO WS-CD-STR.
           IF WS-CD-STR IS NUMERIC
              MOVE WS-CD-STR TO WS-CD-NUM
              COMPUTE SRDAYS = WS-INT-TODAY -
                 FUNCTION INTEGER-OF-DATE(WS-CD-NUM)
           ELSE
              MOVE ZERO TO SRDAYS
           END-IF.
           RELEASE SORT-REC.

       WRITE-AGEING-PARA.
           OPEN OUTPUT DISCAGEFILE.
           PERFORM UNTIL WS-SORT-EOF = "Y"
              RETURN SORTFILE
                 AT END MOVE "Y" TO WS-SORT-EOF
                 NOT AT END PERFORM WRITE-CASE-LINE-PARA
              END-RETURN
           END-PERFORM.
           IF WS-FIRST = "N"
              PERFORM WRITE-BRANCH-PARA.
           PERFORM WRITE-TOTAL-PARA.
           CLOSE DISCAGEFILE.

       WRITE-CASE-LINE-PARA.
           IF WS-FIRST = "Y" OR SRBRNID NOT = WS-CUR-BRNID
              IF WS-FIRST = "N"
                 PERFORM WRITE-BRANCH-PARA
              END-IF
              MOVE "N" TO WS-FIRST
              MOVE SRBRNID TO WS-CUR-BRNID
              MOVE ZERO TO WB-OLDEST
                           WB-030 WB-060 WB-090 WB-OVER
           END-IF.
           MOVE "CASE"    TO AGTYPE.
           MOVE SRBRNID   TO AGBRNID.
           MOVE SREMPID   TO AGEMPID.
           MOVE SRSEQ     TO AGSEQ.
           MOVE SRCHGDT   TO AGCHGDT.
           MOVE SRSTAGE   TO AGSTAGE.
           MOVE SRDAYS    TO AGDAYS.
           MOVE SRCHARGE  TO AGCHARGE.
           MOVE ZERO TO AG030 AG060 AG090 AGOVER.
           EVALUATE TRUE
              WHEN SRDAYS NOT > 30
                 MOVE 1 TO AG030
                 ADD 1 TO WB-030
              WHEN SRDAYS NOT > 60
                 MOVE 1 TO AG060
                 ADD 1 TO WB-060
              WHEN SRDAYS NOT > 90
                 MOVE 1 TO AG090
                 ADD 1 TO WB-090
              WHEN OTHER
                 MOVE 1 TO AGOVER
                 ADD 1 TO WB-OVER
           END-EVALUATE.
           WRITE DISCAGEREC.
           IF SRDAYS > WB-OLDEST
              MOVE SRDAYS TO WB-OLDEST.
           ADD 1 TO WS-COUNT.

       WRITE-BRANCH-PARA.
           MOVE "BRCH"       TO AGTYPE.
           MOVE WS-CUR-BRNID TO AGBRNID.
           MOVE SPACES       TO AGEMPID AGSEQ AGCHGDT AGSTAGE
                                AGCHARGE.
           MOVE WB-OLDEST    TO AGDAYS.
           MOVE WB-030       TO AG030.
           MOVE WB-060       TO AG060.
           MOVE WB-090       TO AG090.
           MOVE WB-OVER      TO AGOVER.
           WRITE DISCAGEREC.
           ADD WB-030    TO WT-030.
           ADD WB-060    TO WT-060.
           ADD WB-090    TO WT-090.
           ADD WB-OVER   TO WT-OVER.
           IF WB-OLDEST > WT-OLDEST
              MOVE WB-OLDEST TO WT-OLDEST.

       WRITE-TOTAL-PARA.
           MOVE "TOTL"    TO AGTYPE.
           MOVE SPACES    TO AGBRNID AGEMPID AGSEQ AGCHGDT AGSTAGE
                             AGCHARGE.
           MOVE WT-OLDEST TO AGDAYS.
           MOVE WT-030    TO AG030.
           MOVE WT-060    TO AG060.
           MOVE WT-090    TO AG090.
           MOVE WT-OVER   TO AGOVER.
           WRITE DISCAGEREC.

       END PROGRAM DISCAGE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYEEMNT.

      *    THIRD-PARTY PAYEE AND STANDING DEDUCTION MAINTENANCE.
      *    (P)AYEE ADDS OR CHANGES A ROW ON THE PAYEE MASTER
      *    DATA/PAYEE.DAT - A CANTEEN, CO-OPERATIVE SOCIETY, UNION,
      *    COURT OR OTHER BODY THAT RECEIVES MONEY RECOVERED FROM PAY -
      *    WITH THE BANK DETAILS ITS REMITTANCE IS CREDITED TO AND A
      *    STATUS (A ACTIVE, I INACTIVE). (I)NSTRUCTION ADDS OR
      *    CHANGES AN EMPLOYEE'S STANDING INSTRUCTION ON
      *    DATA/STANDING.DAT, KEYED BY EMPLOYEE AND PRIORITY (01 IS
      *    RECOVERED FIRST): THE PAYEE, A FIXED MONTHLY AMOUNT (F) OR A
      *    PERCENTAGE OF NET PAY (P), THE FIRST AND LAST PERIOD
      *    (999999 = UNTIL STOPPED), A CAP ON THE TOTAL RECOVERY (ZERO =
      *    NONE), A REFERENCE SUCH AS THE COURT ORDER OR MEMBERSHIP
      *    NUMBER, AND A STATUS (A ACTIVE, S STOPPED, C CAP REACHED).
      *    THE AMOUNT RECOVERED TO DATE IS KEPT BY PAYRUN AND ONLY
      *    SHOWN HERE. BOTH TAKE AN ADMIN LOGIN AND ARE WRITTEN TO
      *    DATA/AUDIT.DAT. (L)IST SHOWS THE PAYEES AND (E)MPLOYEE AN
      *    EMPLOYEE'S INSTRUCTIONS. PAYRUN APPLIES THE INSTRUCTIONS
      *    AFTER THE STATUTORY DEDUCTIONS AND PAYEEDISB PRODUCES THE
      *    MONTHLY REMITTANCE SCHEDULE AND CREDIT FILE PER PAYEE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYEEFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RMCODE
           FILE STATUS IS FSRM.

           SELECT STANDINGFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SGKEY
           FILE STATUS IS FSSG.

           SELECT EMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EEMPID
           FILE STATUS IS FSE.

           SELECT USERFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USERID
           FILE STATUS IS FSU.

           SELECT AUDITFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSA.

       DATA DIVISION.
       FILE SECTION.
       FD PAYEEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/PAYEE.DAT".
       01 PAYEEREC.
           02 RMCODE    PIC X(6).
           02 RMNAME    PIC X(30).
           02 RMTYPE    PIC X(1).
           02 RMACCNO   PIC X(16).
           02 RMBANK    PIC X(20).
           02 RMIFSC    PIC X(11).
           02 RMMODE    PIC X(4).
           02 RMSTAT    PIC X(1).

       FD STANDINGFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/STANDING.DAT".
       01 STANDINGREC.
           02 SGKEY.
              03 SGEMPID   PIC X(6).
              03 SGPRIO    PIC 99.
           02 SGPAYEE      PIC X(6).
           02 SGBASIS      PIC X(1).
           02 SGAMT        PIC 9(6)V99.
           02 SGPCT        PIC 99V99.
           02 SGFROM       PIC 9(6).
           02 SGTO         PIC 9(6).
           02 SGCAP        PIC 9(8)V99.
           02 SGRECOV      PIC 9(8)V99.
           02 SGREF        PIC X(20).
           02 SGSTAT       PIC X(1).

       FD EMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/EMP.DAT".
       01 EMPREC.
           02 EEMPID    PIC X(6).
           02 EEMPNAME  PIC X(25).
           02 EEMPADDR  PIC X(30).
           02 EPHONE    PIC X(10).
           02 EDOJ      PIC X(10).
           02 EDIP      PIC X(10).
           02 EUG       PIC X(4).
           02 EPG       PIC X(4).
           02 EPROFQ    PIC X(4).
           02 ESKILL    PIC X(10).
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).

       FD USERFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/USER.DAT".
       01 USERREC.
           03 USERID           PIC X(8).
           03 USER-PWD-HASH    PIC 9(10).
           03 USER-ROLE        PIC X(8).
           03 USER-EMPID       PIC X(6).

       FD AUDITFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/AUDIT.DAT".
       01 AUDITREC            PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSRM  PIC XX.
       77 FSSG  PIC XX.
       77 FSE   PIC XX.
       77 FSU   PIC XX.
       77 FSA   PIC XX.
       77 WS-MODE      PIC X.
       77 WS-EOF       PIC X.
       77 WS-COUNT     PIC 9(4).
       77 WS-NEW       PIC X.
       77 WS-OK        PIC X.
       77 WS-EMPID     PIC X(6).
       77 WS-PRIO      PIC 99.
       77 WS-IN-NAME   PIC X(30).
       77 WS-IN-TYPE   PIC X.
       77 WS-IN-ACCNO  PIC X(16).
       77 WS-IN-BANK   PIC X(20).
       77 WS-IN-IFSC   PIC X(11).
       77 WS-IN-MODE   PIC X(4).
       77 WS-IN-STAT   PIC X.
       77 WS-IN-PAYEE  PIC X(6).
       77 WS-IN-BASIS  PIC X.
       77 WS-IN-AMT    PIC 9(6)V99.
       77 WS-IN-PCT    PIC 99V99.
       77 WS-IN-PER    PIC 9(6).
       77 WS-IN-CAP    PIC 9(8)V99.
       77 WS-IN-REF    PIC X(20).
       77 WS-AMT-ED    PIC Z(5)9.99.
       77 WS-PCT-ED    PIC Z9.99.
       77 WS-CAP-ED    PIC Z(7)9.99.
       77 WS-REC-ED    PIC Z(7)9.99.
       77 WS-AUD-OP    PIC X(6).
       77 WS-AUD-FILE  PIC X(18).
       77 WS-AUD-KEY   PIC X(20).
       77 WS-LOGIN-ID  PIC X(8).
       77 WS-LOGIN-PWD PIC X(20).
       77 WS-LOGIN-OK  PIC X.
       01 WS-HASH-WORK.
           03 WS-HASH-I    PIC 9(4).
           03 WS-HASH-ACC  PIC 9(10).
           03 WS-HASH-CH   PIC 9(3).
       01 AUDIT-STAMP.
           03 AUD-DATE         PIC 9(8).
           03 AUD-TIME         PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "(P)AYEE, (I)NSTRUCTION, (L)IST PAYEES OR"
                   " (E)MPLOYEE'S INSTRUCTIONS ?:".
           ACCEPT WS-MODE.
           IF WS-MODE = "p"
              MOVE "P" TO WS-MODE.
           IF WS-MODE = "i"
              MOVE "I" TO WS-MODE.
           IF WS-MODE = "l"
              MOVE "L" TO WS-MODE.
           IF WS-MODE = "e"
              MOVE "E" TO WS-MODE.
           IF WS-MODE = "L"
              PERFORM LIST-PAYEES-PARA
              STOP RUN.
           IF WS-MODE = "E"
              PERFORM LIST-STANDING-PARA
              STOP RUN.
           IF WS-MODE NOT = "P" AND WS-MODE NOT = "I"
              DISPLAY "INVALID CHOICE - ENTER P, I, L OR E"
              STOP RUN.
      *    PAYEES RECEIVE MONEY TAKEN FROM PAY, SO ONLY AN ADMIN
      *    CHANGES THEM OR THE INSTRUCTIONS.
           PERFORM VERIFY-ADMIN-PARA.
           IF WS-LOGIN-OK NOT = "Y"
              DISPLAY "CHANGE REFUSED - ADMIN LOGIN REQUIRED"
              MOVE 8 TO RETURN-CODE
              STOP RUN.
           IF WS-MODE = "P"
              PERFORM PAYEE-PARA
           ELSE
              PERFORM INSTRUCTION-PARA
           END-IF.
           STOP RUN.

      *    A NEW PAYEE NEEDS EVERY FIELD; ON A CHANGE EACH PROMPT LEFT
      *    BLANK KEEPS WHAT IS ON FILE.
       PAYEE-PARA.
           DISPLAY "PAYEE CODE                         :".
           ACCEPT RMCODE.
           IF RMCODE = SPACES
              DISPLAY "PAYEE CODE REQUIRED - NOT SAVED"
              MOVE 8 TO RETURN-CODE
              STOP RUN.
           OPEN I-O PAYEEFILE.
           IF FSRM = "35" OR FSRM = "30"
              OPEN OUTPUT PAYEEFILE
              CLOSE PAYEEFILE
              OPEN I-O PAYEEFILE.
           MOVE "N" TO WS-NEW.
           READ PAYEEFILE
              INVALID KEY
                 MOVE "Y" TO WS-NEW
                 MOVE SPACES TO RMNAME RMTYPE RMACCNO RMBANK RMIFSC
                                RMMODE
                 MOVE "A" TO RMSTAT
              NOT INVALID KEY
                 PERFORM SHOW-PAYEE-PARA
           END-READ.
           DISPLAY "PAYEE NAME                         :".
           ACCEPT WS-IN-NAME.
           IF WS-IN-NAME NOT = SPACES
              MOVE WS-IN-NAME TO RMNAME.
           DISPLAY "TYPE - (C)ANTEEN, CO-OP (S)OCIETY, (U)NION,".
           DISPLAY "       COURT (A)TTACHMENT, (O)THER :".
           ACCEPT WS-IN-TYPE.
           IF WS-IN-TYPE = "c"
              MOVE "C" TO WS-IN-TYPE.
           IF WS-IN-TYPE = "s"
              MOVE "S" TO WS-IN-TYPE.
           IF WS-IN-TYPE = "u"
              MOVE "U" TO WS-IN-TYPE.
           IF WS-IN-TYPE = "a"
              MOVE "A" TO WS-IN-TYPE.
           IF WS-IN-TYPE = "o"
              MOVE "O" TO WS-IN-TYPE.
           IF WS-IN-TYPE NOT = SPACES
              MOVE WS-IN-TYPE TO RMTYPE.
           DISPLAY "BANK ACCOUNT NUMBER                :".
           ACCEPT WS-IN-ACCNO.
           IF WS-IN-ACCNO NOT = SPACES
              MOVE WS-IN-ACCNO TO RMACCNO.
           DISPLAY "BANK NAME                          :".
           ACCEPT WS-IN-BANK.
           IF WS-IN-BANK NOT = SPACES
              MOVE WS-IN-BANK TO RMBANK.
           DISPLAY "IFSC CODE                          :".
           ACCEPT WS-IN-IFSC.
           IF WS-IN-IFSC NOT = SPACES
              MOVE WS-IN-IFSC TO RMIFSC.
           DISPLAY "PAYMENT MODE (NEFT/RTGS/IMPS)      :".
           ACCEPT WS-IN-MODE.
           IF WS-IN-MODE NOT = SPACES
              MOVE WS-IN-MODE TO RMMODE.
           DISPLAY "STATUS - (A)CTIVE OR (I)NACTIVE    :".
           ACCEPT WS-IN-STAT.
           IF WS-IN-STAT = "a"
              MOVE "A" TO WS-IN-STAT.
           IF WS-IN-STAT = "i"
              MOVE "I" TO WS-IN-STAT.
           IF WS-IN-STAT NOT = SPACES
              MOVE WS-IN-STAT TO RMSTAT.
           MOVE "Y" TO WS-OK.
           IF RMNAME = SPACES
              DISPLAY "PAYEE NAME REQUIRED"
              MOVE "N" TO WS-OK.
           IF RMTYPE NOT = "C" AND RMTYPE NOT = "S" AND
              RMTYPE NOT = "U" AND RMTYPE NOT = "A" AND
              RMTYPE NOT = "O"
              DISPLAY "INVALID TYPE - ENTER C, S, U, A OR O"
              MOVE "N" TO WS-OK.
           IF RMSTAT NOT = "A" AND RMSTAT NOT = "I"
              DISPLAY "INVALID STATUS - ENTER A OR I"
              MOVE "N" TO WS-OK.
           IF WS-OK NOT = "Y"
              DISPLAY "PAYEE NOT SAVED"
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-NEW = "Y"
                 WRITE PAYEEREC
                 MOVE "ADD" TO WS-AUD-OP
              ELSE
                 REWRITE PAYEEREC
                 MOVE "CHANGE" TO WS-AUD-OP
              END-IF
              MOVE "PAYEEFILE" TO WS-AUD-FILE
              MOVE RMCODE TO WS-AUD-KEY
              PERFORM WRITE-AUDIT-PARA
              DISPLAY "PAYEE " RMCODE " SAVED"
              IF RMACCNO = SPACES
                 DISPLAY "NO BANK ACCOUNT - PAYEEDISB WILL LIST THE"
                         " REMITTANCE FOR MANUAL PAYMENT"
              END-IF
           END-IF.
           CLOSE PAYEEFILE.

      *    THE PRIORITY IS PART OF THE KEY, SO RE-ORDERING MEANS
      *    STOPPING AN INSTRUCTION AND ADDING IT UNDER THE NEW NUMBER.
      *    ON A CHANGE A BLANK OR ZERO REPLY KEEPS WHAT IS ON FILE.
       INSTRUCTION-PARA.
           DISPLAY "EMPLOYEE CODE                      :".
           ACCEPT WS-EMPID.
           OPEN INPUT EMPFILE.
           MOVE WS-EMPID TO EEMPID.
           READ EMPFILE
              INVALID KEY
                 DISPLAY "EMPLOYEE " WS-EMPID " NOT ON EMPFILE"
                 CLOSE EMPFILE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-READ.
           CLOSE EMPFILE.
           DISPLAY "PRIORITY (01 = RECOVERED FIRST)    :".
           ACCEPT WS-PRIO.
           IF WS-PRIO = ZERO
              DISPLAY "PRIORITY 01-99 REQUIRED - NOT SAVED"
              MOVE 8 TO RETURN-CODE
              STOP RUN.
           OPEN I-O STANDINGFILE.
           IF FSSG = "35" OR FSSG = "30"
              OPEN OUTPUT STANDINGFILE
              CLOSE STANDINGFILE
              OPEN I-O STANDINGFILE.
           MOVE WS-EMPID TO SGEMPID.
           MOVE WS-PRIO  TO SGPRIO.
           MOVE "N" TO WS-NEW.
           READ STANDINGFILE
              INVALID KEY
                 MOVE "Y" TO WS-NEW
                 MOVE SPACES TO SGPAYEE SGBASIS SGREF
                 MOVE ZERO TO SGAMT SGPCT SGFROM SGCAP SGRECOV
                 MOVE 999999 TO SGTO
                 MOVE "A" TO SGSTAT
              NOT INVALID KEY
                 PERFORM SHOW-STANDING-PARA
           END-READ.
           MOVE "Y" TO WS-OK.
           DISPLAY "PAYEE CODE                         :".
           ACCEPT WS-IN-PAYEE.
           IF WS-IN-PAYEE NOT = SPACES
              PERFORM CHECK-PAYEE-PARA
              MOVE WS-IN-PAYEE TO SGPAYEE.
           DISPLAY "(F)IXED AMOUNT OR (P)ERCENT OF NET :".
           ACCEPT WS-IN-BASIS.
           IF WS-IN-BASIS = "f"
              MOVE "F" TO WS-IN-BASIS.
           IF WS-IN-BASIS = "p"
              MOVE "P" TO WS-IN-BASIS.
           IF WS-IN-BASIS NOT = SPACES
              MOVE WS-IN-BASIS TO SGBASIS.
           IF SGBASIS = "F"
              DISPLAY "MONTHLY AMOUNT (NNNNNNNN, LAST TWO DIGITS"
              DISPLAY "  PAISE, 0 = NO CHANGE)            :"
              ACCEPT WS-IN-AMT
              IF WS-IN-AMT NOT = ZERO
                 MOVE WS-IN-AMT TO SGAMT
              END-IF
              MOVE ZERO TO SGPCT
           END-IF.
           IF SGBASIS = "P"
              DISPLAY "PERCENT OF NET (NNNN = NN.NN,"
                      " 0 = NO CHANGE) :"
              ACCEPT WS-IN-PCT
              IF WS-IN-PCT NOT = ZERO
                 MOVE WS-IN-PCT TO SGPCT
              END-IF
              MOVE ZERO TO SGAMT
           END-IF.
           DISPLAY "FIRST PERIOD (CCYYMM, 0 = NO CHANGE) :".
           ACCEPT WS-IN-PER.
           IF WS-IN-PER NOT = ZERO
              MOVE WS-IN-PER TO SGFROM.
           DISPLAY "LAST PERIOD (CCYYMM, 999999 = UNTIL STOPPED,".
           DISPLAY "  0 = NO CHANGE)                   :".
           ACCEPT WS-IN-PER.
           IF WS-IN-PER NOT = ZERO
              MOVE WS-IN-PER TO SGTO.
           DISPLAY "CAP ON TOTAL RECOVERY (NNNNNNNNNN, LAST TWO".
           DISPLAY "  DIGITS PAISE, 0 = NONE/NO CHANGE) :".
           ACCEPT WS-IN-CAP.
           IF WS-IN-CAP NOT = ZERO
              MOVE WS-IN-CAP TO SGCAP.
           DISPLAY "REFERENCE (ORDER/MEMBERSHIP NO.)   :".
           ACCEPT WS-IN-REF.
           IF WS-IN-REF NOT = SPACES
              MOVE WS-IN-REF TO SGREF.
           IF WS-NEW NOT = "Y"
              DISPLAY "STATUS - (A)CTIVE OR (S)TOPPED     :"
              ACCEPT WS-IN-STAT
              IF WS-IN-STAT = "a"
                 MOVE "A" TO WS-IN-STAT
              END-IF
              IF WS-IN-STAT = "s"
                 MOVE "S" TO WS-IN-STAT
              END-IF
              IF WS-IN-STAT = "A" OR WS-IN-STAT = "S"
                 MOVE WS-IN-STAT TO SGSTAT
              END-IF
           END-IF.
           PERFORM VALIDATE-STANDING-PARA.
           IF WS-OK NOT = "Y"
              DISPLAY "INSTRUCTION NOT SAVED"
              MOVE 8 TO RETURN-CODE
           ELSE
      *       A RAISED CAP REOPENS AN INSTRUCTION THAT HAD REACHED IT.
              IF SGSTAT = "C" AND SGRECOV < SGCAP
                 MOVE "A" TO SGSTAT
              END-IF
              IF WS-NEW = "Y"
                 WRITE STANDINGREC
                 MOVE "ADD" TO WS-AUD-OP
              ELSE
                 REWRITE STANDINGREC
                 MOVE "CHANGE" TO WS-AUD-OP
              END-IF
              MOVE "STANDINGFILE" TO WS-AUD-FILE
              MOVE SGKEY TO WS-AUD-KEY
              PERFORM WRITE-AUDIT-PARA
              DISPLAY "INSTRUCTION " SGEMPID "/" SGPRIO " SAVED"
              PERFORM SHOW-STANDING-PARA
           END-IF.
           CLOSE STANDINGFILE.

      *    ONLY AN ACTIVE PAYEE ON THE MASTER CAN BE NAMED.
       CHECK-PAYEE-PARA.
           OPEN INPUT PAYEEFILE.
           IF FSRM = "35" OR FSRM = "30"
              DISPLAY "NO PAYEE MASTER YET - ADD THE PAYEE FIRST"
              MOVE "N" TO WS-OK
           ELSE
              MOVE WS-IN-PAYEE TO RMCODE
              READ PAYEEFILE
                 INVALID KEY
                    DISPLAY "PAYEE " WS-IN-PAYEE " NOT ON FILE"
                    MOVE "N" TO WS-OK
                 NOT INVALID KEY
                    IF RMSTAT NOT = "A"
                       DISPLAY "PAYEE " WS-IN-PAYEE " IS INACTIVE"
                       MOVE "N" TO WS-OK
                    END-IF
              END-READ
           END-IF.
           CLOSE PAYEEFILE.

       VALIDATE-STANDING-PARA.
           IF SGPAYEE = SPACES
              DISPLAY "PAYEE REQUIRED"
              MOVE "N" TO WS-OK.
           IF SGBASIS NOT = "F" AND SGBASIS NOT = "P"
              DISPLAY "BASIS MUST BE F OR P"
              MOVE "N" TO WS-OK.
           IF SGBASIS = "F" AND SGAMT = ZERO
              DISPLAY "MONTHLY AMOUNT REQUIRED"
              MOVE "N" TO WS-OK.
           IF SGBASIS = "P" AND SGPCT = ZERO
              DISPLAY "PERCENT OF NET REQUIRED"
              MOVE "N" TO WS-OK.
           IF SGFROM (5:2) < "01" OR SGFROM (5:2) > "12"
              DISPLAY "FIRST PERIOD MUST BE CCYYMM"
              MOVE "N" TO WS-OK.
           IF SGTO NOT = 999999 AND
              (SGTO (5:2) < "01" OR SGTO (5:2) > "12")
              DISPLAY "LAST PERIOD MUST BE CCYYMM OR 999999"
              MOVE "N" TO WS-OK.
           IF SGTO < SGFROM
              DISPLAY "LAST PERIOD CANNOT BE BEFORE THE FIRST"
              MOVE "N" TO WS-OK.

       SHOW-PAYEE-PARA.
           DISPLAY "PAYEE " RMCODE "  " RMNAME "  TYPE " RMTYPE
                   "  STATUS " RMSTAT.
           DISPLAY "  BANK " RMACCNO " " RMBANK " " RMIFSC " "
                   RMMODE.

       SHOW-STANDING-PARA.
           MOVE SGAMT   TO WS-AMT-ED.
           MOVE SGPCT   TO WS-PCT-ED.
           MOVE SGCAP   TO WS-CAP-ED.
           MOVE SGRECOV TO WS-REC-ED.
           DISPLAY "INSTRUCTION " SGEMPID "/" SGPRIO "  PAYEE "
                   SGPAYEE "  STATUS " SGSTAT "  REF " SGREF.
           IF SGBASIS = "P"
              DISPLAY "  " WS-PCT-ED "% OF NET  PERIODS " SGFROM
                      " TO " SGTO
           ELSE
              DISPLAY "  " WS-AMT-ED " A MONTH  PERIODS " SGFROM
                      " TO " SGTO
           END-IF.
           DISPLAY "  CAP " WS-CAP-ED "  RECOVERED TO DATE "
                   WS-REC-ED.

       LIST-PAYEES-PARA.
           OPEN INPUT PAYEEFILE.
           IF FSRM = "35" OR FSRM = "30"
              DISPLAY "NO PAYEES ON FILE"
              CLOSE PAYEEFILE
           ELSE
              MOVE ZERO TO WS-COUNT
              MOVE "N" TO WS-EOF
              PERFORM UNTIL WS-EOF = "Y"
                 READ PAYEEFILE NEXT RECORD
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       PERFORM SHOW-PAYEE-PARA
                       ADD 1 TO WS-COUNT
                 END-READ
              END-PERFORM
              CLOSE PAYEEFILE
              DISPLAY WS-COUNT " PAYEE(S)"
           END-IF.

       LIST-STANDING-PARA.
           DISPLAY "EMPLOYEE CODE                      :".
           ACCEPT WS-EMPID.
           OPEN INPUT STANDINGFILE.
           IF FSSG = "35" OR FSSG = "30"
              DISPLAY "NO STANDING INSTRUCTIONS ON FILE"
              CLOSE STANDINGFILE
           ELSE
              MOVE ZERO TO WS-COUNT
              MOVE "N" TO WS-EOF
              MOVE WS-EMPID TO SGEMPID
              MOVE ZERO TO SGPRIO
              START STANDINGFILE KEY IS NOT LESS THAN SGKEY
                 INVALID KEY MOVE "Y" TO WS-EOF
              END-START
              PERFORM UNTIL WS-EOF = "Y"
                 READ STANDINGFILE NEXT RECORD
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF SGEMPID NOT = WS-EMPID
                          MOVE "Y" TO WS-EOF
                       ELSE
                          PERFORM SHOW-STANDING-PARA
                          ADD 1 TO WS-COUNT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE STANDINGFILE
              DISPLAY WS-COUNT " INSTRUCTION(S) FOR " WS-EMPID
           END-IF.

       VERIFY-ADMIN-PARA.
           MOVE "N" TO WS-LOGIN-OK.
           DISPLAY "ENTER ADMIN USER ID                :".
           ACCEPT WS-LOGIN-ID.
           DISPLAY "ENTER PASSWORD                     :".
           ACCEPT WS-LOGIN-PWD.
           PERFORM HASH-PASSWORD-PARA.
           OPEN INPUT USERFILE.
           IF FSU = "35" OR FSU = "30"
              CLOSE USERFILE
           ELSE
              MOVE WS-LOGIN-ID TO USERID
              READ USERFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF USER-PWD-HASH = WS-HASH-ACC AND
                       USER-ROLE = "ADMIN"
                       MOVE "Y" TO WS-LOGIN-OK
                    END-IF
              END-READ
              CLOSE USERFILE
           END-IF.

       HASH-PASSWORD-PARA.
           MOVE ZERO TO WS-HASH-ACC.
           PERFORM VARYING WS-HASH-I FROM 1 BY 1
                 UNTIL WS-HASH-I > 20
              MOVE FUNCTION ORD(WS-LOGIN-PWD(WS-HASH-I:1))
                 TO WS-HASH-CH
              COMPUTE WS-HASH-ACC =
                 FUNCTION MOD((WS-HASH-ACC * 31) + WS-HASH-CH,
                 9999999999)
           END-PERFORM.

       WRITE-AUDIT-PARA.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT AUD-TIME FROM TIME.
           OPEN EXTEND AUDITFILE.
           IF FSA = "05" OR FSA = "35"
              CLOSE AUDITFILE
              OPEN OUTPUT AUDITFILE.
           MOVE SPACES TO AUDITREC.
           STRING WS-AUD-OP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AUD-FILE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AUD-KEY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUD-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUD-TIME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LOGIN-ID DELIMITED BY SIZE
             INTO AUDITREC.
           WRITE AUDITREC.
           CLOSE AUDITFILE.

       END PROGRAM PAYEEMNT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYEEDISB.

      *    BATCH THIRD-PARTY REMITTANCE - FOR AN OPERATOR-SUPPLIED PAY
      *    PERIOD (CCYYMM), READS THE STANDING DEDUCTIONS PAYRUN
      *    RECOVERED FOR THE PERIOD (DATA/STDRECOV.DAT, IN PAYEE
      *    ORDER) AND WRITES THE MONTHLY REMITTANCE SCHEDULE TO
      *    DATA/PAYEEREMIT.DAT - PER PAYEE A HEADING WITH ITS BANK
      *    DETAILS FROM THE PAYEE MASTER, ONE LINE PER EMPLOYEE
      *    (CODE, NAME, REFERENCE, AMOUNT DUE AND AMOUNT RECOVERED,
      *    MARKED SHORT WHERE THE TAKE-HOME FLOOR CUT IT) AND A PAYEE
      *    TOTAL, WITH A GRAND TOTAL AT THE END. THE PAYEE TOTALS ARE
      *    ALSO WRITTEN AS A CREDIT FILE IN THE BANKDISB LAYOUT TO
      *    DATA/PAYEEDISB.DAT - ONE CREDIT LINE PER PAYEE, THE PAYEE
      *    CODE IN THE EMPLOYEE CODE POSITION, AND THE TRAILING
      *    CONTROL TOTAL LINE - SO THE SOCIETIES AND COURTS ARE PAID
      *    DIRECTLY. A PAYEE WITH NO BANK ACCOUNT IS LISTED ON THE
      *    CONSOLE AND LEFT OFF THE CREDIT FILE FOR MANUAL PAYMENT.
      *    WHEN THE RUN PARAMETER FILE DATA/RUNPARM.DAT IS PRESENT THE
      *    PERIOD COMES FROM IT, A NON-ZERO OUTPUT GENERATION NAMES
      *    THE CREDIT FILE DATA/PAYEEDISB-CCYYMM-GNN.DAT AS BANKDISB
      *    DOES, AND THE RUN IS LOGGED ON DATA/RUNLOG.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STDRECOVFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SVKEY
           FILE STATUS IS FSSV.

           SELECT PAYEEFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RMCODE
           FILE STATUS IS FSRM.

           SELECT EMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EEMPID
           FILE STATUS IS FSE.

           SELECT PAYEEREMITFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSPR.

           SELECT PAYEEDISBFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSBD.

           SELECT RUNPARMFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSRP.

           SELECT RUNLOGFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSRL.

       DATA DIVISION.
       FILE SECTION.
       FD STDRECOVFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/STDRECOV.DAT".
       01 STDRECOVREC.
           02 SVKEY.
              03 SVPERIOD  PIC 9(6).
              03 SVPAYEE   PIC X(6).
              03 SVEMPID   PIC X(6).
              03 SVPRIO    PIC 99.
           02 SVDUE        PIC 9(8)V99.
           02 SVAMT        PIC 9(8)V99.
           02 SVREF        PIC X(20).

       FD PAYEEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/PAYEE.DAT".
       01 PAYEEREC.
           02 RMCODE    PIC X(6).
           02 RMNAME    PIC X(30).
           02 RMTYPE    PIC X(1).
           02 RMACCNO   PIC X(16).
           02 RMBANK    PIC X(20).
           02 RMIFSC    PIC X(11).
           02 RMMODE    PIC X(4).
           02 RMSTAT    PIC X(1).

       FD EMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/EMP.DAT".
       01 EMPREC.
           02 EEMPID    PIC X(6).
           02 EEMPNAME  PIC X(25).
           02 EEMPADDR  PIC X(30).
           02 EPHONE    PIC X(10).
           02 EDOJ      PIC X(10).
           02 EDIP      PIC X(10).
           02 EUG       PIC X(4).
           02 EPG       PIC X(4).
           02 EPROFQ    PIC X(4).
           02 ESKILL    PIC X(10).
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).

       FD PAYEEREMITFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/PAYEEREMIT.DAT".
       01 PAYEEREMITREC       PIC X(90).

       FD PAYEEDISBFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS WS-DISB-NAME.
       01 BANKDISBREC.
           02 BDTYPE    PIC X(1).
           02 BDACCNO   PIC X(16).
           02 BDIFSC    PIC X(11).
           02 BDAMT     PIC 9(10)V99.
           02 BDEMPID   PIC X(6).
           02 BDMODE    PIC X(4).
           02 BDPERIOD  PIC 9(6).

       FD RUNPARMFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/RUNPARM.DAT".
       01 RUNPARMREC          PIC X(80).

       FD RUNLOGFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATA/RUNLOG.DAT".
       01 RUNLOGREC           PIC X(106).

       WORKING-STORAGE SECTION.
       77 FSSV   PIC XX.
       77 FSRM   PIC XX.
       77 FSE    PIC XX.
       77 FSPR   PIC XX.
       77 FSBD   PIC XX.
       77 WS-EOF      PIC X VALUE "N".
       77 WS-PERIOD   PIC 9(6).
       77 WS-DISB-NAME PIC X(40) VALUE "DATA/PAYEEDISB.DAT".
       77 WS-CURPAYEE PIC X(6).
       77 WS-PAYEE-OK PIC X.
       77 WS-PAYEE-TOT PIC 9(10)V99.
       77 WS-PAYEE-CNT PIC 9(6).
       77 WS-GRAND-TOT PIC 9(10)V99 VALUE ZERO.
       77 WS-TOTAMT   PIC 9(10)V99 VALUE ZERO.
       77 WS-COUNT    PIC 9(6) VALUE ZERO.
       77 WS-LINES    PIC 9(6) VALUE ZERO.
       77 WS-PAYEES   PIC 9(6) VALUE ZERO.
       77 WS-NOBANK   PIC 9(6) VALUE ZERO.
       77 WS-SHORT    PIC 9(6) VALUE ZERO.

       01 WS-HEAD-LINE.
           02 FILLER    PIC X(6) VALUE "PAYEE ".
           02 WH-CODE   PIC X(6).
           02 FILLER    PIC X(1) VALUE SPACE.
           02 WH-NAME   PIC X(30).
           02 FILLER    PIC X(6) VALUE " TYPE ".
           02 WH-TYPE   PIC X(1).
           02 FILLER    PIC X(5) VALUE " A/C ".
           02 WH-ACCNO  PIC X(16).
           02 FILLER    PIC X(1) VALUE SPACE.
           02 WH-IFSC   PIC X(11).
       01 WS-DET-LINE.
           02 FILLER    PIC X(2) VALUE SPACES.
           02 WD-EMPID  PIC X(6).
           02 FILLER    PIC X(1) VALUE SPACE.
           02 WD-NAME   PIC X(25).
           02 FILLER    PIC X(1) VALUE SPACE.
           02 WD-REF    PIC X(20).
           02 FILLER    PIC X(1) VALUE SPACE.
           02 WD-DUE    PIC Z(7)9.99.
           02 FILLER    PIC X(1) VALUE SPACE.
           02 WD-AMT    PIC Z(7)9.99.
           02 FILLER    PIC X(1) VALUE SPACE.
           02 WD-FLAG   PIC X(5).
       01 WS-PTOT-LINE.
           02 FILLER    PIC X(14) VALUE "  PAYEE TOTAL ".
           02 WP-CNT    PIC ZZZZZ9.
           02 FILLER    PIC X(10) VALUE " EMPLOYEES".
           02 FILLER    PIC X(32) VALUE SPACES.
           02 WP-AMT    PIC Z(9)9.99.
       01 WS-GTOT-LINE.
           02 FILLER    PIC X(12) VALUE "GRAND TOTAL ".
           02 WG-CNT    PIC ZZZZZ9.
           02 FILLER    PIC X(7) VALUE " PAYEES".
           02 FILLER    PIC X(37) VALUE SPACES.
           02 WG-AMT    PIC Z(9)9.99.
       77 FSRP  PIC XX.
       77 FSRL  PIC XX.
       77 WS-RP-FOUND PIC X VALUE "N".
       77 WS-RL-TEXT  PIC X(60).
       01 WS-RUNPARM.
           02 WS-RP-PERIOD PIC 9(6).
           02 FILLER       PIC X.
           02 WS-RP-BASIS  PIC X.
           02 FILLER       PIC X.
           02 WS-RP-RERUN  PIC X.
           02 FILLER       PIC X.
           02 WS-RP-RUNNO  PIC 99.
           02 FILLER       PIC X.
           02 WS-RP-TOLPCT PIC 99.
           02 FILLER       PIC X.
           02 WS-RP-GEN    PIC 99.
           02 FILLER       PIC X(61).
       01 WS-RUNLOG-LINE.
           02 RL-DATE      PIC 9(8).
           02 FILLER       PIC X VALUE SPACE.
           02 RL-TIME      PIC 9(8).
           02 FILLER       PIC X VALUE SPACE.
           02 RL-PROG      PIC X(9) VALUE "PAYEEDISB".
           02 FILLER       PIC X VALUE SPACE.
           02 RL-PERIOD    PIC 9(6).
           02 FILLER       PIC X VALUE SPACE.
           02 RL-GEN       PIC 99.
           02 FILLER       PIC X VALUE SPACE.
           02 RL-SRC       PIC X(7).
           02 FILLER       PIC X VALUE SPACE.
           02 RL-TEXT      PIC X(60).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-RUNPARM-PARA.
           IF WS-RP-FOUND = "Y"
              MOVE WS-RP-PERIOD TO WS-PERIOD
              DISPLAY "PERIOD " WS-PERIOD
                      " FROM THE RUN PARAMETER FILE"
           ELSE
              DISPLAY "ENTER PAY PERIOD (CCYYMM) :"
              ACCEPT WS-PERIOD
           END-IF.
           IF WS-PERIOD (5:2) < "01" OR WS-PERIOD (5:2) > "12"
              DISPLAY "INVALID PERIOD - USE CCYYMM"
              MOVE "STOPPED - INVALID PERIOD" TO WS-RL-TEXT
              PERFORM WRITE-RUNLOG-PARA
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *    NO LEDGER MEANS NO STANDING INSTRUCTIONS HAVE EVER BEEN
      *    RECOVERED - NOTHING TO REMIT, NOT A FAILURE.
           OPEN INPUT STDRECOVFILE.
           IF FSSV = "35" OR FSSV = "30"
              DISPLAY "NO STANDING DEDUCTIONS RECOVERED - NOTHING TO"
                      " REMIT"
              MOVE "END NOTHING TO REMIT" TO WS-RL-TEXT
              PERFORM WRITE-RUNLOG-PARA
              GOBACK.
           IF WS-RP-FOUND = "Y" AND WS-RP-GEN > ZERO
              MOVE SPACES TO WS-DISB-NAME
              STRING "DATA/PAYEEDISB-" DELIMITED BY SIZE
                     WS-PERIOD DELIMITED BY SIZE
                     "-G" DELIMITED BY SIZE
                     WS-RP-GEN DELIMITED BY SIZE
                     ".DAT" DELIMITED BY SIZE
                INTO WS-DISB-NAME
           END-IF.
           MOVE SPACES TO WS-RL-TEXT.
           STRING "STARTED FILE=" DELIMITED BY SIZE
                  WS-DISB-NAME DELIMITED BY SPACE
             INTO WS-RL-TEXT.
           PERFORM WRITE-RUNLOG-PARA.
           OPEN INPUT PAYEEFILE.
           OPEN INPUT EMPFILE.
           OPEN OUTPUT PAYEEREMITFILE.
           OPEN OUTPUT PAYEEDISBFILE.
           MOVE SPACES TO WS-CURPAYEE.
           MOVE WS-PERIOD TO SVPERIOD.
           MOVE SPACES TO SVPAYEE SVEMPID.
           MOVE ZERO TO SVPRIO.
           START STDRECOVFILE KEY IS NOT LESS THAN SVKEY
              INVALID KEY MOVE "Y" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
              READ STDRECOVFILE NEXT RECORD
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF SVPERIOD NOT = WS-PERIOD
                       MOVE "Y" TO WS-EOF
                    ELSE
                       IF SVPAYEE NOT = WS-CURPAYEE
                          IF WS-CURPAYEE NOT = SPACES
                             PERFORM END-PAYEE-PARA
                          END-IF
                          PERFORM START-PAYEE-PARA
                       END-IF
                       PERFORM WRITE-DETAIL-PARA
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-CURPAYEE NOT = SPACES
              PERFORM END-PAYEE-PARA.
           MOVE WS-PAYEES    TO WG-CNT.
           MOVE WS-GRAND-TOT TO WG-AMT.
           MOVE WS-GTOT-LINE TO PAYEEREMITREC.
           WRITE PAYEEREMITREC.
           PERFORM WRITE-CONTROL-PARA.
           CLOSE STDRECOVFILE.
           CLOSE PAYEEFILE.
           CLOSE EMPFILE.
           CLOSE PAYEEREMITFILE.
           CLOSE PAYEEDISBFILE.
           DISPLAY "PAYEE REMITTANCE COMPLETE - " WS-PAYEES
                   " PAYEES, " WS-LINES " DEDUCTIONS, " WS-COUNT
                   " CREDITS, " WS-NOBANK " WITHOUT BANK DETAILS".
           IF WS-SHORT > ZERO
              DISPLAY WS-SHORT " DEDUCTIONS CUT SHORT BY THE TAKE-HOME"
                      " FLOOR - MARKED ON THE SCHEDULE".
           MOVE SPACES TO WS-RL-TEXT.
           STRING "END PAYEES=" DELIMITED BY SIZE
                  WS-PAYEES DELIMITED BY SIZE
                  " LINES=" DELIMITED BY SIZE
                  WS-LINES DELIMITED BY SIZE
                  " CREDITS=" DELIMITED BY SIZE
                  WS-COUNT DELIMITED BY SIZE
                  " NOBANK=" DELIMITED BY SIZE
                  WS-NOBANK DELIMITED BY SIZE
             INTO WS-RL-TEXT.
           PERFORM WRITE-RUNLOG-PARA.
      *    GOBACK, NOT STOP RUN - PAYEEDISB CAN RUN AS A MONTHEND
      *    STEP.
           GOBACK.

       START-PAYEE-PARA.
           MOVE SVPAYEE TO WS-CURPAYEE.
           MOVE ZERO TO WS-PAYEE-TOT WS-PAYEE-CNT.
           MOVE "N" TO WS-PAYEE-OK.
           MOVE SPACES TO RMNAME RMTYPE RMACCNO RMIFSC RMMODE.
           IF FSRM = "00"
              MOVE SVPAYEE TO RMCODE
              READ PAYEEFILE
                 INVALID KEY MOVE SPACES TO RMNAME
                 NOT INVALID KEY MOVE "Y" TO WS-PAYEE-OK
              END-READ
           END-IF.
           IF WS-PAYEE-OK NOT = "Y"
              MOVE "*** NOT ON PAYEE MASTER ***" TO RMNAME.
           MOVE SVPAYEE TO WH-CODE.
           MOVE RMNAME  TO WH-NAME.
           MOVE RMTYPE  TO WH-TYPE.
           MOVE RMACCNO TO WH-ACCNO.
           MOVE RMIFSC  TO WH-IFSC.
           MOVE WS-HEAD-LINE TO PAYEEREMITREC.
           WRITE PAYEEREMITREC.
           ADD 1 TO WS-PAYEES.

       WRITE-DETAIL-PARA.
           MOVE SVEMPID TO EEMPID.
           READ EMPFILE INVALID KEY MOVE SPACES TO EEMPNAME.
           MOVE SVEMPID  TO WD-EMPID.
           MOVE EEMPNAME TO WD-NAME.
           MOVE SVREF    TO WD-REF.
           MOVE SVDUE    TO WD-DUE.
           MOVE SVAMT    TO WD-AMT.
           IF SVAMT < SVDUE
              MOVE "SHORT" TO WD-FLAG
              ADD 1 TO WS-SHORT
           ELSE
              MOVE SPACES TO WD-FLAG
           END-IF.
           MOVE WS-DET-LINE TO PAYEEREMITREC.
           WRITE PAYEEREMITREC.
           ADD SVAMT TO WS-PAYEE-TOT.
           ADD 1 TO WS-PAYEE-CNT.
           ADD 1 TO WS-LINES.

      *    ONE CREDIT PER PAYEE FOR WHAT WAS ACTUALLY RECOVERED.
       END-PAYEE-PARA.
           MOVE WS-PAYEE-CNT TO WP-CNT.
           MOVE WS-PAYEE-TOT TO WP-AMT.
           MOVE WS-PTOT-LINE TO PAYEEREMITREC.
           WRITE PAYEEREMITREC.
           MOVE SPACES TO PAYEEREMITREC.
           WRITE PAYEEREMITREC.
           ADD WS-PAYEE-TOT TO WS-GRAND-TOT.
           IF WS-PAYEE-TOT > ZERO
              IF WS-PAYEE-OK NOT = "Y" OR RMACCNO = SPACES
                 ADD 1 TO WS-NOBANK
                 DISPLAY "NO BANK DETAILS FOR PAYEE " WS-CURPAYEE
                         " - PAY MANUALLY"
              ELSE
                 MOVE "D"          TO BDTYPE
                 MOVE RMACCNO      TO BDACCNO
                 MOVE RMIFSC       TO BDIFSC
                 MOVE WS-PAYEE-TOT TO BDAMT
                 MOVE WS-CURPAYEE  TO BDEMPID
                 MOVE RMMODE       TO BDMODE
                 MOVE WS-PERIOD    TO BDPERIOD
                 WRITE BANKDISBREC
                 ADD 1 TO WS-COUNT
                 ADD WS-PAYEE-TOT TO WS-TOTAMT
              END-IF
           END-IF.

       WRITE-CONTROL-PARA.
           MOVE "T"        TO BDTYPE.
           MOVE SPACES     TO BDACCNO.
           MOVE SPACES     TO BDIFSC.
           MOVE WS-TOTAMT  TO BDAMT.
           MOVE SPACES     TO BDEMPID.
           MOVE SPACES     TO BDMODE.
           MOVE WS-PERIOD  TO BDPERIOD.
           MOVE WS-COUNT   TO BDACCNO.
           WRITE BANKDISBREC.

      *    THE RUN PARAMETER FILE DATA/RUNPARM.DAT (LAYOUT IN
      *    MONTHEND) STANDS IN FOR THE CONSOLE PROMPTS WHEN PRESENT.
       READ-RUNPARM-PARA.
           MOVE "N" TO WS-RP-FOUND.
           OPEN INPUT RUNPARMFILE.
           IF FSRP = "00"
              READ RUNPARMFILE INTO WS-RUNPARM
                 AT END CONTINUE
                 NOT AT END MOVE "Y" TO WS-RP-FOUND
              END-READ
              CLOSE RUNPARMFILE
           END-IF.

      *    ONE LINE PER EVENT ON DATA/RUNLOG.DAT - WHEN, WHICH
      *    PROGRAM, THE PERIOD AND OUTPUT GENERATION, WHETHER THE
      *    PARAMETERS CAME FROM THE FILE OR THE CONSOLE, AND WS-RL-TEXT.
       WRITE-RUNLOG-PARA.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE WS-PERIOD TO RL-PERIOD.
           IF WS-RP-FOUND = "Y"
              MOVE WS-RP-GEN TO RL-GEN
              MOVE "PARMFIL" TO RL-SRC
           ELSE
              MOVE ZERO TO RL-GEN
              MOVE "CONSOLE" TO RL-SRC
           END-IF.
           MOVE WS-RL-TEXT TO RL-TEXT.
           OPEN EXTEND RUNLOGFILE.
           IF FSRL = "05" OR FSRL = "35"
              CLOSE RUNLOGFILE
              OPEN OUTPUT RUNLOGFILE.
           WRITE RUNLOGREC FROM WS-RUNLOG-LINE.
           CLOSE RUNLOGFILE.

       END PROGRAM PAYEEDISB.
