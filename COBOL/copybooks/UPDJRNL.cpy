      *> Shared before/after image journal, one record per master-file
      *> update, appended to upd-journal by every program that adds,
      *> changes or deletes an EMP-MASTER, cust-mast, inv-mast,
      *> VEH-MASTER or stu-mast record.  The printed audit listings
      *> answer what changed tonight; this file answers what a record
      *> looked like before any past change and who made it.  JRNLINQ
      *> prints the change history for a given key.
       01  UPDATE-JOURNAL-REC.
           05  UJ-PROGRAM-NAME         PIC X(8).
           05  UJ-UPDATE-DATE          PIC 9(8).
