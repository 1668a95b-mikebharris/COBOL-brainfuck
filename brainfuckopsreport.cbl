*>             by hand from the raw file for capacity planning.
*> 2026-08-22  AUDITLOG records now carry the run id (see
*>             BrainfuckEngine); the record layout here follows.
*> 2026-10-15  AUDITLOG records grew the operator id column (see
*>             BrainfuckEngine); the record layout here follows.
*> 2026-10-15  AUDITLOG records grew the program fingerprint column (see
*>             BrainfuckEngine); the record layout here follows.
*> 2026-10-15  AUDITLOG records grew the instruction count, tape size
*>             and cost center columns (see BrainfuckEngine); the record
*>             layout here follows.
*> 2026-10-15  AUDITLOG records grew the cell model and end-of-input
*>             columns (see BrainfuckEngine); the record layout here
*>             follows.

environment division.
configuration section.
        02 AuditLogCompletionCode pic 9(3).
        02 filler pic x.
        02 AuditLogRunIdentifier pic 9(7).
        02 filler pic x.
        02 AuditLogOperatorId pic x(8).
        02 filler pic x.
        02 AuditLogProgramFingerprint pic 9(10).
        02 filler pic x.
        02 AuditLogInstructionCount pic 9(9).
        02 filler pic x.
        02 AuditLogDataTapeSize pic 9(6).
        02 filler pic x.
        02 AuditLogCostCenter pic x(8).
        02 filler pic x.
        02 AuditLogCellModel pic x(7).
        02 filler pic x.
        02 AuditLogEndOfInput pic x(9).

    fd ReportFile.
    01 ReportRecord pic x(120).
