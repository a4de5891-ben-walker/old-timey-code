*> privileged-programs.cpy
*>
*> The programs whose actions are level-2 (supervisor) operations:
*> operator and control-file maintenance, the register and table
*> maintenance screens, checkpoint clears, purges, restores, and
*> master corrections and back-outs. A SUCCESS entry on the audit
*> log under one of these names is a privileged action, for the
*> access recertification; extend the table whenever a program
*> gains a level-2 gate.
*>
*> Modification history:
*> Oct. 15, 2026 - BW - first cut, for access_recert_report.
*> Oct. 15, 2026 - BW - added register_compaction_job.
*> Oct. 15, 2026 - BW - added period_close_job.
*> Oct. 15, 2026 - BW - added dispute_register_screen.

01 privileged-programs-def.
    05 filler pic x(30) value "operator_maint".
    05 filler pic x(30) value "control_file_maint".
    05 filler pic x(30) value "legal_hold_maint".
    05 filler pic x(30) value "release_register_maint".
    05 filler pic x(30) value "checkpoint_manager".
    05 filler pic x(30) value "archive_purge_job".
    05 filler pic x(30) value "dr_restore_job".
    05 filler pic x(30) value "value_table_maint".
    05 filler pic x(30) value "field_rules_maint".
    05 filler pic x(30) value "sovereign_table_maint".
    05 filler pic x(30) value "master_correction_screen".
    05 filler pic x(30) value "master_backout_job".
    05 filler pic x(30) value "work_assignment_screen".
    05 filler pic x(30) value "access_recert_screen".
    05 filler pic x(30) value "register_compaction_job".
    05 filler pic x(30) value "period_close_job".
    05 filler pic x(30) value "dispute_register_screen".
01 privileged-programs redefines privileged-programs-def.
    05 privileged_program pic x(30) occurs 17 times.
77 privileged-program-count pic s9(4) comp value 17.
