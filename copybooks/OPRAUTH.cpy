      ******************************************************************
      *    COPYBOOK:  OPRAUTH
      *    PURPOSE :  OPERATOR AUTHORITY RECORD - ONE RECORD PER
      *               OPERATOR ID PER ONLINE MAINTENANCE TRANSACTION,
      *               MAINTAINED THROUGH OPRMAINT.  USRMAINT,
      *               DPTMAINT AND USRINQ READ THE RECORD FOR THE
      *               SIGNED-ON OPERATOR AND THEIR OWN PROGRAM NAME; NO
      *               RECORD (OR A REVOKED ONE) MEANS THE OPERATOR MAY
      *               NOT USE THE TRANSACTION AT ALL.  USRINQ ONLY
      *               DISPLAYS, SO IT DOES NOT LOOK AT THE FLAGS.
      *
      *               EACH ACTION FLAG IS 'Y' (PERMITTED) OR 'N'.
      *               WHAT EACH FLAG COVERS DEPENDS ON THE TRANSACTION:
      *                   ADD          - ADD A USER / DEPARTMENT /
      *                                  OPERATOR ENTRY
      *                   CHANGE       - CHANGE A USER / AN OPERATOR
      *                                  ENTRY'S PERMITTED ACTIONS
      *                   INACTIVATE   - INACTIVATE A USER / RETIRE A
      *                                  DEPARTMENT / REVOKE AN
      *                                  OPERATOR ENTRY
      *                   REACTIVATE   - REACTIVATE A DEPARTMENT /
      *                                  REINSTATE AN OPERATOR ENTRY
      ******************************************************************
       01  OPR-AUTH-RECORD.
           05  OPA-AUTH-KEY.
               10  OPA-OPERATOR-ID      PIC X(08).
               10  OPA-TRANSACTION      PIC X(08).
           05  OPA-OPERATOR-NAME        PIC X(30).
           05  OPA-STATUS-FLAG          PIC X(01).
               88  OPA-ACTIVE               VALUE 'A'.
               88  OPA-REVOKED              VALUE 'R'.
           05  OPA-ACTION-FLAGS.
               10  OPA-ALLOW-ADD        PIC X(01).
                   88  OPA-ADD-ALLOWED          VALUE 'Y'.
               10  OPA-ALLOW-CHANGE     PIC X(01).
                   88  OPA-CHANGE-ALLOWED       VALUE 'Y'.
               10  OPA-ALLOW-INACTIVATE PIC X(01).
                   88  OPA-INACTIVATE-ALLOWED   VALUE 'Y'.
               10  OPA-ALLOW-REACTIVATE PIC X(01).
                   88  OPA-REACTIVATE-ALLOWED   VALUE 'Y'.
           05  OPA-LAST-CHANGE-DATE     PIC X(08).
           05  OPA-LAST-CHANGE-BY       PIC X(08).
           05  FILLER                   PIC X(13).
