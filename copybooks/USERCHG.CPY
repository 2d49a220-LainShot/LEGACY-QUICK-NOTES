      *===============================================================
      * USERCHG.CPY
      *
      * Record layout for the USER-CHANGE sequential file.  One
      * record is appended for every change made to a USER-MASTER
      * record, carrying the account's status, role, supervisor
      * flag, and password-change date as they stood before and
      * after the change, who made it, and from where:
      *
      *   ADD, CHANGE, DISABLE  USERMNT from the HR transaction file
      *   DORMANT               DORMSWP auto-disable
      *   LOCKED-OUT            LOGIN, third bad password in a row
      *   UNLOCKED              LOGIN, supervisor lockout clear
      *   PASSWORD              LOGIN, password changed on PWDCHG_FORM
      *
      * Online changes carry the signed-on userid (LOGIN itself for
      * a lockout) and the terminal device.  Batch changes carry the
      * program name and BATCH.  An add has spaces and zero for its
      * before values.  Read by the quarterly access recertification
      * report USRCERT.  The sign-on date and failure count are not
      * journaled here - LOGINAUD already holds every sign-on attempt.
      *
      * MODIFICATION HISTORY
      *   15-OCT-2026  RSH  ORIGINAL.
      *===============================================================
       01  USER-CHANGE-RECORD.
           05  UC-USERID                   PIC X(08).
           05  UC-TIMESTAMP.
               10  UC-CHANGE-DATE          PIC 9(08).
               10  UC-CHANGE-TIME          PIC 9(08).
           05  UC-CHANGE-TYPE              PIC X(10).
               88  UC-CHG-ADD                     VALUE "ADD".
               88  UC-CHG-CHANGE                  VALUE "CHANGE".
               88  UC-CHG-DISABLE                 VALUE "DISABLE".
               88  UC-CHG-DORMANT                 VALUE "DORMANT".
               88  UC-CHG-LOCKED-OUT              VALUE "LOCKED-OUT".
               88  UC-CHG-UNLOCKED                VALUE "UNLOCKED".
               88  UC-CHG-PASSWORD                VALUE "PASSWORD".
           05  UC-CHANGED-BY               PIC X(08).
           05  UC-CHANGED-FROM             PIC X(08).
           05  UC-STATUS-BEFORE            PIC X(01).
           05  UC-STATUS-AFTER             PIC X(01).
           05  UC-ROLE-BEFORE              PIC X(01).
           05  UC-ROLE-AFTER               PIC X(01).
           05  UC-SUP-FLAG-BEFORE          PIC X(01).
           05  UC-SUP-FLAG-AFTER           PIC X(01).
           05  UC-PWD-CHANGE-BEFORE        PIC 9(08).
           05  UC-PWD-CHANGE-AFTER         PIC 9(08).
           05  FILLER                      PIC X(20).
