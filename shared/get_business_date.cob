*> Author: Ben Walker
*> Student #: 0883544
*> Date: Aug. 22, 2026
*>
*> Modification history:
*> Oct. 15, 2026 - BW - a RERUN_AS_OF date inside a month
*>                      period_close_job has closed (CLOSED_<yyyymm>
*>                      on the calendar) is refused: the job runs on
*>                      the ordinary business date instead, with a
*>                      warning on the console and a CLOSED-MONTH
*>                      exception, until a supervisor reopens the month.

identification division.
program-id. get_business_date.
77 param_key pic x(20).
77 param_text pic x(30).
77 param_found pic 9.
77 rerun_date pic 9(8). *> the RERUN_AS_OF date, before the closed-period check
77 rerun_month pic 9(6). *> the month the rerun date falls in
77 exception_program pic x(30) value "get_business_date". *> this program's name, for the exception log
77 exception_severity pic x(1) value "E". *> a rerun into a closed month is an error
77 exception_reason pic x(12) value "CLOSED-MONTH". *> reason code on the exception log
77 exception_key_values pic x(40). *> the refused rerun date

linkage section.
77 business_date pic 9(8). *> the resolved business date, yyyymmdd
        end-if

        *> an explicit rerun-as-of date wins over everything, exactly
        *> as keyed -- no rolling; the operator asked for that date --
        *> unless the month it falls in has been closed for the binder
        move "RERUN_AS_OF" to param_key
        call "read_control_param" using calendar_identifier, param_key,
            param_text, param_found
        if param_found = 1
            move function numval(param_text) to rerun_date
            compute rerun_month = rerun_date / 100
            move spaces to param_key
            string "CLOSED_" delimited by size
                   rerun_month delimited by size
                into param_key
            call "read_control_param" using calendar_identifier, param_key,
                param_text, param_found
            if param_found = 1
                display "*** RERUN_AS_OF " rerun_date " falls in closed period "
                    rerun_month "; running on business date " resolved_date
                    " instead. A supervisor must reopen the month"
                    " (period_close_job) first. ***"
                move spaces to exception_key_values
                string "RERUN_AS_OF " delimited by size
                       rerun_date delimited by size
                    into exception_key_values
                call "write_exception" using exception_program,
                    exception_severity, exception_reason, exception_key_values
            else
                move rerun_date to resolved_date
            end-if
        end-if
    end-if

