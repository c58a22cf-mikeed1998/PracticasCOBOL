       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CALCUSR1.
       AUTHOR.        J. HERRERA MORALES.
       INSTALLATION.  DEPTO. DE SISTEMAS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *  CALCUSR1 JOURNALS A USERAUTH RELOAD BEFORE IT HAPPENS.  THE *
      *  OPERATOR AUTHORIZATION FILE IS CHANGED BY EDITING THE       *
      *  USERSEQ CARD IMAGE AND RELOADING IT WITH USERLOAD, SO THERE *
      *  IS NO SESSION TO RECORD THE CHANGE IN.  THIS STEP RUNS      *
      *  AHEAD OF THE RELOAD AND MATCHES THE FILE IN FORCE AGAINST   *
      *  THE NEW CARD IMAGE BY USER ID: A USER ONLY ON THE NEW IMAGE *
      *  IS AN ADD, ONE ONLY ON THE FILE IN FORCE IS A DELETE, AND   *
      *  ONE ON BOTH WITH A DIFFERENT RECORD IS A CHANGE.  EACH IS   *
      *  WRITTEN TO THE CHGJRNL CHANGE JOURNAL WITH THE BEFORE AND   *
      *  AFTER IMAGES, UNDER THE USER NAMED ON THE USRPARM CARD, WHO *
      *  MUST BE A LEVEL "M" USER ON THE FILE IN FORCE.  THE NEW     *
      *  IMAGE IS CHECKED FOR KEY SEQUENCE FIRST, SO NOTHING IS      *
      *  JOURNALED FOR A RELOAD THAT IDCAMS WOULD REFUSE.            *
      *  CONDITION CODES:                                            *
      *       0  COMPARE COMPLETE, RELOAD MAY RUN                    *
      *      16  NOT STARTED OR NEW IMAGE OUT OF SEQUENCE; THE       *
      *          RELOAD MUST NOT RUN                                 *
      *
      *  MODIFICATION HISTORY.
      *  DATE        BY   DESCRIPTION
      *  ----------  ---  ---------------------------------------------
      *  2026-10-15  JHM  ORIGINAL VERSION - DIARIO DE CAMBIOS DE LA
      *                   RECARGA DE USUARIOS AUTORIZADOS.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-PARM-FILE  ASSIGN TO "USRPARM"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS UPRM-FILE-STATUS.
           SELECT USER-AUTH-FILE  ASSIGN TO "USERAUTH"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS UAUTH-USER-ID
                                   FILE STATUS IS UAUTH-FILE-STATUS.
           SELECT USER-SEQ-FILE   ASSIGN TO "USERSEQ"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS USEQ-FILE-STATUS.
           SELECT CHG-JRNL-FILE   ASSIGN TO "CHGJRNL"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS JRNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-PARM-FILE
           RECORDING MODE IS F.
       01  USER-PARM-RECORD.
           05  UPRM-USER-ID            PIC X(08).

       FD  USER-AUTH-FILE.
           COPY "userrec.cpy".

       FD  USER-SEQ-FILE
           RECORDING MODE IS F.
       01  USER-SEQ-RECORD.
           05  USEQ-USER-ID            PIC X(08).
           05  FILLER                  PIC X(23).

       FD  CHG-JRNL-FILE
           RECORDING MODE IS F.
           COPY "chgjrnl.cpy".

       WORKING-STORAGE SECTION.

       01  CONTROL-SWITCHES.
           05  OLD-EOF-SW            PIC X(01)     VALUE "N".
               88  END-OF-OLD-FILE           VALUE "Y".
           05  NEW-EOF-SW            PIC X(01)     VALUE "N".
               88  END-OF-NEW-FILE           VALUE "Y".

       01  RUN-COUNTERS.
           05  OLD-RECORDS-READ      PIC 9(06)     VALUE ZERO.
           05  NEW-RECORDS-READ      PIC 9(06)     VALUE ZERO.
           05  USERS-ADDED           PIC 9(06)     VALUE ZERO.
           05  USERS-CHANGED         PIC 9(06)     VALUE ZERO.
           05  USERS-DELETED         PIC 9(06)     VALUE ZERO.
           05  USERS-UNCHANGED       PIC 9(06)     VALUE ZERO.
           05  SEQUENCE-ERRORS       PIC 9(06)     VALUE ZERO.

      *----------------------------------------------------------------
      *  MATCH KEYS.  A FILE AT END TAKES HIGH-VALUES SO THE OTHER
      *  ONE RUNS OUT AGAINST IT.
      *----------------------------------------------------------------
       01  MATCH-FIELDS.
           05  OLD-KEY               PIC X(08).
           05  NEW-KEY               PIC X(08).
           05  PREV-NEW-KEY          PIC X(08)     VALUE LOW-VALUE.
           05  PREPARED-BY           PIC X(08)     VALUE SPACE.

       01  CURRENT-DATE              PIC 9(08).
       01  CURRENT-TIME              PIC 9(08).

       01  UPRM-FILE-STATUS          PIC X(02).
           88  UPRM-FILE-NOT-FOUND       VALUE "35".

       01  UAUTH-FILE-STATUS         PIC X(02).
           88  UAUTH-FILE-NOT-FOUND      VALUE "35".

       01  USEQ-FILE-STATUS          PIC X(02).
           88  USEQ-FILE-NOT-FOUND       VALUE "35".

       01  JRNL-FILE-STATUS          PIC X(02).
           88  JRNL-FILE-NOT-FOUND       VALUE "35".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MATCH-USER
               UNTIL END-OF-OLD-FILE AND END-OF-NEW-FILE
           PERFORM 3000-FINALIZE
           GOBACK.

      *----------------------------------------------------------------
      *  THE CARD, THE NEW IMAGE AND THE JOURNAL MUST ALL BE THERE.
      *  A MISSING USERAUTH IS THE FIRST LOAD: EVERY USER IS AN ADD
      *  AND THE PREPARER CANNOT BE CHECKED.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT CURRENT-TIME FROM TIME
           PERFORM 1100-READ-PARM-CARD
           IF PREPARED-BY = SPACE
               DISPLAY "CALCUSR1 - FALTA EN USRPARM EL USUARIO QUE "
                   "PREPARO EL CAMBIO."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1200-CHECK-NEW-IMAGE
           IF SEQUENCE-ERRORS > ZERO
               DISPLAY "CALCUSR1 - USERSEQ FUERA DE SECUENCIA: "
                   SEQUENCE-ERRORS " ERRORES. NO SE RECARGA."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1300-OPEN-FILE-IN-FORCE
           OPEN INPUT USER-SEQ-FILE
           READ USER-SEQ-FILE
               AT END
                   SET END-OF-NEW-FILE TO TRUE
               NOT AT END
                   ADD 1 TO NEW-RECORDS-READ
           END-READ
           OPEN EXTEND CHG-JRNL-FILE
           IF JRNL-FILE-NOT-FOUND
               OPEN OUTPUT CHG-JRNL-FILE
           END-IF
           IF JRNL-FILE-STATUS NOT = "00"
               DISPLAY "CALCUSR1 - ERROR AL ABRIR CHGJRNL: "
                   JRNL-FILE-STATUS ". NO SE RECARGA."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       1100-READ-PARM-CARD.
           OPEN INPUT USER-PARM-FILE
           IF UPRM-FILE-NOT-FOUND
               DISPLAY "CALCUSR1 - SIN TARJETA USRPARM."
           ELSE
               READ USER-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE UPRM-USER-ID TO PREPARED-BY
               END-READ
               CLOSE USER-PARM-FILE
           END-IF.

      *----------------------------------------------------------------
      *  FIRST PASS OVER THE NEW IMAGE: USER IDS MUST BE PRESENT AND
      *  IN STRICTLY ASCENDING ORDER, AS THE REPRO INTO THE KSDS
      *  REQUIRES.
      *----------------------------------------------------------------
       1200-CHECK-NEW-IMAGE.
           OPEN INPUT USER-SEQ-FILE
           IF USEQ-FILE-NOT-FOUND
               DISPLAY "CALCUSR1 - NO SE ENCONTRO USERSEQ. TERMINANDO."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ USER-SEQ-FILE
               AT END
                   SET END-OF-NEW-FILE TO TRUE
           END-READ
           PERFORM 1210-CHECK-NEW-RECORD
               UNTIL END-OF-NEW-FILE
           CLOSE USER-SEQ-FILE
           MOVE "N" TO NEW-EOF-SW.

       1210-CHECK-NEW-RECORD.
           IF USEQ-USER-ID = SPACE
              OR USEQ-USER-ID NOT > PREV-NEW-KEY
               ADD 1 TO SEQUENCE-ERRORS
               DISPLAY "CALCUSR1 - USUARIO FUERA DE SECUENCIA: "
                   USEQ-USER-ID
           END-IF
           MOVE USEQ-USER-ID TO PREV-NEW-KEY
           READ USER-SEQ-FILE
               AT END
                   SET END-OF-NEW-FILE TO TRUE
           END-READ.

      *----------------------------------------------------------------
      *  THE PREPARER IS LOOKED UP BY KEY, THEN THE FILE IN FORCE IS
      *  READ FROM THE START IN KEY ORDER.
      *----------------------------------------------------------------
       1300-OPEN-FILE-IN-FORCE.
           OPEN INPUT USER-AUTH-FILE
           IF UAUTH-FILE-NOT-FOUND
               DISPLAY "CALCUSR1 - SIN USERAUTH VIGENTE: CARGA "
                   "INICIAL, TODO USUARIO ES ALTA."
               SET END-OF-OLD-FILE TO TRUE
           ELSE
               IF UAUTH-FILE-STATUS NOT = "00"
                   DISPLAY "CALCUSR1 - ERROR AL ABRIR USERAUTH: "
                       UAUTH-FILE-STATUS ". NO SE RECARGA."
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM 1310-CHECK-PREPARER
               MOVE LOW-VALUES TO UAUTH-USER-ID
               START USER-AUTH-FILE
                   KEY IS NOT LESS THAN UAUTH-USER-ID
                   INVALID KEY
                       SET END-OF-OLD-FILE TO TRUE
               END-START
               PERFORM 2400-READ-OLD-USER
           END-IF.

       1310-CHECK-PREPARER.
           MOVE PREPARED-BY TO UAUTH-USER-ID
           READ USER-AUTH-FILE
               INVALID KEY
                   DISPLAY "CALCUSR1 - " PREPARED-BY
                       " NO ESTA EN USERAUTH. NO SE RECARGA."
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ
           IF NOT UAUTH-LEVEL-MAINTAIN
               DISPLAY "CALCUSR1 - " PREPARED-BY
                   " NO ES USUARIO NIVEL M. NO SE RECARGA."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       2000-MATCH-USER.
           IF END-OF-OLD-FILE
               MOVE HIGH-VALUES TO OLD-KEY
           ELSE
               MOVE UAUTH-USER-ID TO OLD-KEY
           END-IF
           IF END-OF-NEW-FILE
               MOVE HIGH-VALUES TO NEW-KEY
           ELSE
               MOVE USEQ-USER-ID TO NEW-KEY
           END-IF
           EVALUATE TRUE
               WHEN OLD-KEY < NEW-KEY
                   PERFORM 2100-JOURNAL-DELETE
                   PERFORM 2400-READ-OLD-USER
               WHEN OLD-KEY > NEW-KEY
                   PERFORM 2200-JOURNAL-ADD
                   PERFORM 2500-READ-NEW-USER
               WHEN OTHER
                   IF USER-AUTH-RECORD = USER-SEQ-RECORD
                       ADD 1 TO USERS-UNCHANGED
                   ELSE
                       PERFORM 2300-JOURNAL-CHANGE
                   END-IF
                   PERFORM 2400-READ-OLD-USER
                   PERFORM 2500-READ-NEW-USER
           END-EVALUATE.

       2100-JOURNAL-DELETE.
           PERFORM 2900-START-JOURNAL-RECORD
           MOVE OLD-KEY          TO CJRN-RECORD-KEY
           SET CJRN-ACTION-DELETE TO TRUE
           MOVE USER-AUTH-RECORD TO CJRN-BEFORE-IMAGE
           PERFORM 2950-WRITE-JOURNAL-RECORD
           ADD 1 TO USERS-DELETED.

       2200-JOURNAL-ADD.
           PERFORM 2900-START-JOURNAL-RECORD
           MOVE NEW-KEY          TO CJRN-RECORD-KEY
           SET CJRN-ACTION-ADD   TO TRUE
           MOVE USER-SEQ-RECORD  TO CJRN-AFTER-IMAGE
           PERFORM 2950-WRITE-JOURNAL-RECORD
           ADD 1 TO USERS-ADDED.

       2300-JOURNAL-CHANGE.
           PERFORM 2900-START-JOURNAL-RECORD
           MOVE OLD-KEY          TO CJRN-RECORD-KEY
           SET CJRN-ACTION-CHANGE TO TRUE
           MOVE USER-AUTH-RECORD TO CJRN-BEFORE-IMAGE
           MOVE USER-SEQ-RECORD  TO CJRN-AFTER-IMAGE
           PERFORM 2950-WRITE-JOURNAL-RECORD
           ADD 1 TO USERS-CHANGED.

       2400-READ-OLD-USER.
           READ USER-AUTH-FILE NEXT
               AT END
                   SET END-OF-OLD-FILE TO TRUE
               NOT AT END
                   ADD 1 TO OLD-RECORDS-READ
           END-READ.

       2500-READ-NEW-USER.
           READ USER-SEQ-FILE
               AT END
                   SET END-OF-NEW-FILE TO TRUE
               NOT AT END
                   ADD 1 TO NEW-RECORDS-READ
           END-READ.

       2900-START-JOURNAL-RECORD.
           MOVE SPACE         TO CHG-JRNL-RECORD
           SET CJRN-FILE-USERAUTH TO TRUE
           MOVE PREPARED-BY   TO CJRN-USER-ID
           MOVE CURRENT-DATE  TO CJRN-CHANGE-DATE
           MOVE CURRENT-TIME  TO CJRN-CHANGE-TIME
           MOVE "CALCUSR1"    TO CJRN-PROGRAM-ID.

       2950-WRITE-JOURNAL-RECORD.
           WRITE CHG-JRNL-RECORD
           IF JRNL-FILE-STATUS NOT = "00"
               DISPLAY "CALCUSR1 - ERROR AL GRABAR CHGJRNL: "
                   JRNL-FILE-STATUS ". NO SE RECARGA."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       3000-FINALIZE.
           IF NOT UAUTH-FILE-NOT-FOUND
               CLOSE USER-AUTH-FILE
           END-IF
           CLOSE USER-SEQ-FILE
           CLOSE CHG-JRNL-FILE
           DISPLAY "CALCUSR1 - PREPARADO POR:     " PREPARED-BY
           DISPLAY "CALCUSR1 - USUARIOS VIGENTES: " OLD-RECORDS-READ
           DISPLAY "CALCUSR1 - USUARIOS NUEVOS:   " NEW-RECORDS-READ
           DISPLAY "CALCUSR1 - ALTAS:             " USERS-ADDED
           DISPLAY "CALCUSR1 - CAMBIOS:           " USERS-CHANGED
           DISPLAY "CALCUSR1 - BAJAS:             " USERS-DELETED
           DISPLAY "CALCUSR1 - SIN CAMBIO:        " USERS-UNCHANGED
           MOVE ZERO TO RETURN-CODE.

       END PROGRAM CALCUSR1.
