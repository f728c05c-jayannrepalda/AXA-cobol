      *
      *   FUNCTION = PROVIDES A DURABLE RECORD OF WHO DUPLICATED,
      *      RENAMED OR DELETED WHICH DATASET AND WHEN, FOR
      *      COMPLIANCE REVIEW.  OUTCOMES WRITTEN BY DSUDRV ARE
      *      SUCCESS, FAILURE, REFUSED (DATASET REGISTRY OR FOUR-
      *      EYES CHECK), HELD (AWAITING FOUR-EYES APPROVAL) AND
      *      EXPIRED (APPROVAL LAPSED BEFORE RELEASE).
      *
      *   NOTES =
      *     DEPENDENCIES = N/A
      *                  FAILED WITHOUT DIGGING THROUGH SYSOUT -
      *                  RECORD IS NOW 192 BYTES, AUDITLOG DDS NEED
      *                  DCB LRECL 192.
      *      2026-10-15  ADDED AUDIT-SUBMITTER-ID AND AUDIT-APPROVER-
      *                  ID - THE USER WHO SUBMITTED THE CARD AND,
      *                  FOR A RENAME, DELETE OR RESTORE RELEASED
      *                  UNDER FOUR-EYES APPROVAL, THE SECOND USER
      *                  WHO APPROVED IT.  RECORD IS NOW 210 BYTES,
      *                  AUDITLOG DDS NEED DCB LRECL 210.
      *
      *********************** DSUAUD ******************************
       01  AUDIT-RECORD.
           05  AUDIT-OUTCOME               PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  AUDIT-MESSAGE               PIC X(60).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  AUDIT-SUBMITTER-ID          PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  AUDIT-APPROVER-ID           PIC X(08).
