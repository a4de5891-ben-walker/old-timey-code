*> Author: Ben Walker
*> Student #: 0883544
*> Date: Aug. 22, 2026
*>
*> Modification history:
*> Oct. 15, 2026 - BW - an ordinary record carrying the trailing release
*>                      column has it folded into the replay after the
*>                      sequence column, as write_audit_log now does;
*>                      records written before the column are replayed
*>                      as before.
*> Oct. 15, 2026 - BW - a chain_check_request.txt file left by
*>                      period_close_job names a rotated generation
*>                      to replay in place of the live log, consumed
*>                      on pickup, so a month's close can vouch for
*>                      the generation its audit records were cut to.
*> Oct. 15, 2026 - BW - a record carrying write_audit_log's trailing
*>                      TRAINING column has it folded in after the
*>                      release column.

identification division.
program-id. audit_chain_check.
    select audit_file assign audit_identifier
    organization is line sequential.

    *> period_close_job's handoff: one line naming the log to replay
    select request_file assign request_identifier
    organization is line sequential.

data division.
file section.
fd audit_file.
01 audit_record.
    05 audit_line pic x(201).

fd request_file.
01 request_record.
    05 request_log pic x(44).

working-storage section.
77 audit_identifier pic x(44) value "audit_log.txt". *> the log being replayed
77 request_identifier pic x(40) value "chain_check_request.txt". *> names a generation to replay instead
77 check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 record_number pic 9(9) value 0. *> line position within the log
77 expected_sequence pic 9(9) value 0. *> the sequence number the chain calls for next
77 chain_work pic 9(12). *> widened working area for the check arithmetic
77 chain_i pic s9(4) comp. *> index over the record bytes being folded in
77 chain_span pic s9(4) comp. *> how many leading bytes the check covers for this record
77 release_span pic 9. *> 1 when the record's trailing release column is chained too
77 release_end pic s9(4) comp. *> last trailing byte chained: the release, or the training column
77 unchained_count pic 9(9) value 0. *> records from before the chain existed (no check columns)
77 break_found pic 9 value 0. *> 1 once the chain has broken
77 formatted_count pic z(8)9. *> for printing counts, no leading zeroes

procedure division.
    call "CBL_CHECK_FILE_EXIST" using request_identifier, check_buffer
    if return-code = 0
        open input request_file
        read request_file
            not at end
                if request_log not = spaces
                    move request_log to audit_identifier
                end-if
        end-read
        close request_file
        call "CBL_DELETE_FILE" using request_identifier
        display "Replaying :: " function trim(audit_identifier)
    end-if

    call "CBL_CHECK_FILE_EXIST" using audit_identifier, check_buffer
    if return-code not = 0
        display "No audit log on file; nothing to check."
                move function numval(audit_line(160:9)) to record_sequence
                move function numval(audit_line(173:9)) to record_check
                move 168 to chain_span
                if audit_line(182:4) = " :: " and audit_line(186:4) is numeric
                    move 1 to release_span
                    move 189 to release_end
                    if audit_line(190:12) = " :: TRAINING"
                        move 201 to release_end
                    end-if
                else
                    move 0 to release_span
                end-if
            when audit_line(92:9) is numeric and audit_line(101:4) = " :: "
                move function numval(audit_line(92:9)) to record_sequence
                move function numval(audit_line(105:9)) to record_check
                move 100 to chain_span
                move 0 to release_span
            when other
                add 1 to unchained_count
                exit perform cycle
                + function ord(audit_line(chain_i : 1))
            compute running_check = function mod(chain_work, 999999937)
        end-perform
        if release_span = 1
            perform varying chain_i from 182 by 1 until chain_i > release_end
                compute chain_work = running_check * 31
                    + function ord(audit_line(chain_i : 1))
                compute running_check = function mod(chain_work, 999999937)
            end-perform
        end-if
        if record_check not = running_check
            move 1 to break_found
            display "CHAIN BREAK at line " record_number
