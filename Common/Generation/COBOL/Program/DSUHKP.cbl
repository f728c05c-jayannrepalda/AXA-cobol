      *                  HKC-TARGET-KEEP-GENS COUNT IS APPLIED BY
      *                  GENERATING AN IDCAMS ALTER LIMIT COMMAND
      *                  ONTO GDGCMDS FOR THE FOLLOW-ON STEP.
      *      2026-10-15  AUDIT ROWS NOW CARRY THE 210-BYTE DSUAUD
      *                  LAYOUT WITH THE SUBMITTER AND APPROVER IDS -
      *                  THE AUDITNEW AND AUDARCH RECORDS AND THE
      *                  SUMMARY ROW WIDENED TO MATCH.
      *
      *********************** DSUHKP ******************************
      ***************************************************************
        FD  Audit-Live-File.
        COPY DSUAUD.
        FD  Audit-New-File.
        01  Audit-New-Rec               Pic X(210).
        FD  Audit-Arch-File.
        01  Audit-Arch-Rec              Pic X(210).
        FD  Report-Live-File.
        01  Report-Live-Rec             Pic X(161).
        FD  Report-New-File.
           05  WS-AUD-OUTCOME              PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-AUD-MESSAGE              PIC X(60).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-AUD-SUBMITTER-ID         PIC X(08) VALUE SPACES.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-AUD-APPROVER-ID          PIC X(08) VALUE SPACES.
       01  WS-AUDIT-SUMMARY-TEXT.
           05  FILLER                      PIC X(09)
               VALUE 'ARCHIVED='.
