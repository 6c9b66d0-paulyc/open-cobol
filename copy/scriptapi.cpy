      *> the four engine copybooks.
       01 SCRIPT-WATCHDOG-KILLED       CONSTANT AS 124.

      *> a script file the approved-script registry does not
      *> list at its current checksum -- refused by the gc-script
      *> dispatcher before any engine sees it
       01 SCRIPT-RC-NOT-APPROVED       CONSTANT AS 16.

      *> the dispatcher's approval decision on the last file it
      *> was asked to run, as an audit action --
      *> "SCRIPT-RUN;path;SUM=n" or "SCRIPT-REFUSED;path;SUM=n".
      *> With SCRIPT-AUDIT-SWITCH at SCRIPT-AUDIT-BY-CALLER the
      *> caller records it in its own audit chain (the debugger
      *> does); at SCRIPT-AUDIT-BY-DISPATCHER, the default, the
      *> dispatcher appends the chained AUDIT record itself.
       77 SCRIPT-APPROVAL-TEXT EXTERNAL AS "SCRIPT_APPROVAL_TEXT"
                                                         PIC X(300).
       77 SCRIPT-AUDIT-SWITCH USAGE BINARY-C-LONG  EXTERNAL
                                            AS "SCRIPT_AUDIT_SWITCH".

       01 SCRIPT-AUDIT-BY-DISPATCHER   CONSTANT AS 0.
       01 SCRIPT-AUDIT-BY-CALLER       CONSTANT AS 1.

      *> normalized error text, set alongside any nonzero
      *> SCRIPT-RETURN-CODE -- the same role PYAPI-EXCEPTION-TEXT
      *> plays for Python alone, but filled in for every engine by
