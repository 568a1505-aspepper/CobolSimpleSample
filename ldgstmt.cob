                  END-IF
          END-READ.

      *> Only batch-sourced activity ('K'/'R'/'G'/'V'/'A'/'F') proves
      *> through to the closing balance: online ADDONL postings and
      *> reversals ('O'/'X') made before the batch are already inside
      *> the OPNBAL opening snapshot, so counting them again would
      *> double them.
      *> Held items released by ADDAPR (approver id present) are
      *> posted outside the batch the same way and are excluded too.
      TALLY-ONE-RECORD.
          MOVE AIX-OP-CODE TO TALLY-OP-CODE.
          PERFORM SET-OP-INDEX.
          IF OP-IX = ZERO OR AIX-SOURCE-CODE = 'O'
              OR AIX-SOURCE-CODE = 'X'
              OR AIX-APPROVER-ID NOT = SPACES
              ADD 1 TO OTHER-ACCT-ACTIVITY
          ELSE
              ADD 1 TO ST-OP-COUNT (STMT-IX, OP-IX)
          MOVE AUD-OP-CODE TO TALLY-OP-CODE.
          PERFORM SET-OP-INDEX.
          IF OP-IX = ZERO OR AUD-SOURCE-CODE = 'O'
              OR AUD-SOURCE-CODE = 'X'
              OR AUD-APPROVER-ID NOT = SPACES
              ADD 1 TO OTHER-ACCT-ACTIVITY
          ELSE
              MOVE AUD-ACCOUNT-ID TO LOOKUP-ACCT-ID
