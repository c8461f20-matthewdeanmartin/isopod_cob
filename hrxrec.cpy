*> HR employee extract record for HRXTRACT.DAT, read nightly by
*> ISOHRFED. The extract is a full snapshot: one line per current
*> employee, whether or not anything changed, so a roster id missing
*> from it is one HR no longer knows. It opens with an "HDR" record
*> carrying the extract date and closes with a "TRL" record carrying
*> the count of employee lines; ISOHRFED applies nothing unless the
*> trailer balances. Hrx-Event-Code: H new hire, T department
*> transfer (Hrx-Dept is the new department), N name change
*> (Hrx-Name is the new name), X termination, space no change.
*> Hrx-Employee-Id is the id the employee signs on with.
01 HR-Extract-Record.
   05 Hrx-Employee-Id       PIC X(10).
   05 Hrx-Event-Code        PIC X.
   05 Hrx-Effective-Date    PIC 9(08).
   05 Hrx-Name              PIC X(30).
   05 Hrx-Dept              PIC X(20).
