*>                     configurable setting in this subsystem, instead
*>                     of always defaulting to off with no way to turn
*>                     them on.
*> Oct. 15, 2026 - BW - a '&' with no file name lets repair_reject_file
*>                      offer the operator's assigned and unassigned
*>                      rejects, and a batch checked out to another
*>                      operator is reported as refused rather than
*>                      as not found.

identification division.
program-id. roman_numeral_converter.
77 control_file_name pic x(40). *> control file naming several input files to process in one run
77 list_status pic 9. *> 1 if the control file could not be found
77 regression_status pic 9. *> 1 if the regression test library could not be found
77 repair_status pic 9. *> 1 if the reject file to repair could not be found, 2 if checked out to someone else
77 dot_count pic s99. *> dots found in a '#' request, for spotting a fractional decimal
77 whole_text pic x(15). *> whole half of a fractional '#' request
77 frac_text pic x(15). *> fractional half of a fractional '#' request
            *> file to walk through the repair-and-resubmit screen
            move numeral(2:29) to control_file_name
            call "repair_reject_file" using control_file_name, repair_status
            evaluate repair_status
                when 0
                    move "SUCCESS" to audit_result
                when 2
                    display "Checked out to another operator :: " numeral
                    move 2 to driver_return_code
                    move "FAILURE" to audit_result
                when other
                    display "Reject file not found :: " numeral
                    move 2 to driver_return_code
                    move "FAILURE" to audit_result
            end-evaluate
            move control_file_name to audit_key_param
            call "write_audit_log" using audit_program_name, audit_key_param, audit_result
        else if numeral(1:1) = "*"
