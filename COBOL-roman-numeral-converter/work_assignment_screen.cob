*> work_assignment_screen.cob
*>
*> The supervisor's desk for the repair and review queues, so two
*> people stop opening the same batch's _rejects.txt or _review.txt
*> and stepping on each other: lists the open work (load_work_queue
*> -- open rejects off the reject register, review queues not yet
*> walked) by the operator it is assigned to, with the unassigned
*> pool alongside as an aging list, oldest first; assigns a batch's
*> rejects or review queue to a named operator; and releases an
*> assignment back to the pool. Assignments are written through to
*> work_assignments.txt as they are made, and repair_reject_file and
*> review_queue_screen honor them: each operator is offered their
*> own work and the pool, and refused a batch checked out to someone
*> else. The screen is a level-2 operation, and every change is
*> audited.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026

identification division.
program-id. work_assignment_screen.

environment division.
input-output section.
file-control.
    select assignment_file assign assignment_identifier
    organization is line sequential.

    select master_file assign master_identifier
    organization is line sequential.

data division.
file section.
fd assignment_file.
01 assignment_record.
    05 wa_batch pic x(40).
    05 filler pic x(1).
    05 wa_queue pic x(6).
    05 filler pic x(1).
    05 wa_operator pic x(20).
    05 filler pic x(1).
    05 wa_date pic 9(8).
    05 filler pic x(1).
    05 wa_assigned_by pic x(20).

fd master_file.
01 master_record.
    05 master_line pic x(80).

working-storage section.
copy "work-queue.cpy".
*> the assignments, held whole while they are changed and written
*> back
01 assignment-table.
    05 assignment-entry occurs 500 times.
        10 at_batch pic x(40).
        10 at_queue pic x(6).
        10 at_operator pic x(20).
        10 at_date pic 9(8).
        10 at_assigned_by pic x(20).
*> 1 once an unassigned row has been placed on the aging list
01 aging-flags.
    05 aging_listed pic 9 occurs 500 times.
77 assignment_identifier pic x(40) value "work_assignments.txt". *> the supervisor's assignments
77 master_identifier pic x(40) value "operator_master.txt". *> the operator master, to check a name against
77 assignment_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 assignment_count pic s9(4) comp value 0. *> assignments in the table
77 assignment_k pic s9(4) comp. *> index over the assignments
77 found_assignment pic s9(4) comp. *> the batch and queue's assignment, 0 if none
77 item_k pic s9(4) comp. *> index over the open work
77 found_item pic s9(4) comp. *> the batch and queue's open-work row, 0 if none
77 oldest_k pic s9(4) comp. *> the oldest unassigned row not yet listed
77 listed_count pic s9(4) comp. *> rows printed under a heading
77 menu_choice pic x(10). *> list, assign, release, or quit
77 work_queue_text pic x(10). *> the queue as keyed
77 work_queue_name pic x(6). *> REJECT or REVIEW
77 work_batch pic x(40). *> the batch as keyed
77 work_operator pic x(20). *> the operator as keyed
77 master_id pic x(20). *> the id piece of an operator master line
77 operator_known pic 9. *> 1 when the keyed operator is on the master
77 confirm_answer pic x(1). *> supervisor's Y/N on a reassignment
77 today_date pic 9(8). *> today, for the assignment stamp and the ages
77 age_days pic s9(7). *> days a row has waited
77 formatted_open pic z(6)9. *> open entries, no leading zeroes
77 formatted_age pic z(6)9. *> days waiting, no leading zeroes
77 session_function pic x(8) value "CURRENT". *> this screen only ever reads the session
77 session_operator pic x(20). *> the session's operator
77 session_password pic x(20) value spaces. *> unused on CURRENT
77 session_level pic 9. *> the session's authorization level
77 audit_program_name pic x(30) value "work_assignment_screen". *> this program's name, for the audit log entry
77 audit_key_param pic x(40). *> the assignment made or released, for the audit log entry
77 audit_result pic x(7). *> "SUCCESS" or "FAILURE", for the compliance audit log entry

procedure division.
    *> handing out work is the supervisor's call; a refused attempt is
    *> audited like the other sensitive points
    call "operator_session" using session_function, session_operator,
        session_password, session_level
    if session_operator = spaces
        accept session_operator from environment "USER"
    end-if
    if session_level < 2
        display "Authorization level 2 is needed to assign repair and review work; refused."
        move "DENIED" to audit_key_param
        move "FAILURE" to audit_result
        call "write_audit_log" using audit_program_name, audit_key_param,
            audit_result
        move 1 to return-code
        goback
    end-if
    accept today_date from date yyyymmdd
    perform load_assignments
    perform list_work

    display "Work assignment (list/assign/release/quit)?: " with no advancing
    accept menu_choice
    move function lower-case(function trim(menu_choice)) to menu_choice
    perform until menu_choice = "quit"
        evaluate menu_choice
            when "list"
                perform list_work
            when "assign"
                perform assign_work
            when "release"
                perform release_work
            when other
                display "Key list, assign, release, or quit."
        end-evaluate
        display "Work assignment (list/assign/release/quit)?: " with no advancing
        accept menu_choice
        move function lower-case(function trim(menu_choice)) to menu_choice
    end-perform
    move 0 to return-code
    goback.

*> the assigned work by operator, then the unassigned pool oldest
*> first, each with how long it has waited
list_work.
    call "load_work_queue" using work-queue
    display " "
    display "Assigned work"
    display "Operator              Queue      Open  Assigned  Batch"
    display "--------------------  ------ -------  --------  -----"
    move 0 to listed_count
    perform varying item_k from 1 by 1 until item_k > wq_count
        if wq_operator(item_k) not = spaces
            add 1 to listed_count
            move wq_open(item_k) to formatted_open
            display wq_operator(item_k) "  " wq_queue(item_k) " "
                formatted_open "  " wq_assigned_date(item_k) "  "
                function trim(wq_batch(item_k)) with no advancing
            if wq_open(item_k) = 0
                display "  (nothing open; release it)"
            else
                display " "
            end-if
        end-if
    end-perform
    if listed_count = 0
        display "  (none)"
    end-if

    display " "
    display "Unassigned work, oldest first"
    display "Days waiting  Queue      Open  Since     Batch"
    display "------------  ------  -------  --------  -----"
    move 0 to listed_count
    initialize aging-flags
    move 1 to oldest_k
    perform until oldest_k = 0
        move 0 to oldest_k
        perform varying item_k from 1 by 1 until item_k > wq_count
            if wq_operator(item_k) = spaces and wq_open(item_k) > 0
                and aging_listed(item_k) = 0
                if oldest_k = 0
                    move item_k to oldest_k
                else
                    if wq_since(item_k) < wq_since(oldest_k)
                        move item_k to oldest_k
                    end-if
                end-if
            end-if
        end-perform
        if oldest_k > 0
            move 1 to aging_listed(oldest_k)
            add 1 to listed_count
            perform show_aging_row
        end-if
    end-perform
    if listed_count = 0
        display "  (none)"
    end-if
    display " ".

show_aging_row.
    move wq_open(oldest_k) to formatted_open
    if wq_since(oldest_k) > 0
        compute age_days = function integer-of-date(today_date)
            - function integer-of-date(wq_since(oldest_k))
        move age_days to formatted_age
        display "     " formatted_age "  " wq_queue(oldest_k) "  "
            formatted_open "  " wq_since(oldest_k) "  "
            function trim(wq_batch(oldest_k))
    else
        display "      unknown  " wq_queue(oldest_k) "  "
            formatted_open "  --------  "
            function trim(wq_batch(oldest_k))
    end-if.

assign_work.
    perform key_batch_and_queue
    if work_queue_name = spaces or work_batch = spaces
        display "A queue (reject or review) and a batch are needed; not assigned."
    else
        call "load_work_queue" using work-queue
        move 0 to found_item
        perform varying item_k from 1 by 1
            until item_k > wq_count or found_item > 0
            if wq_batch(item_k) = work_batch and wq_queue(item_k) = work_queue_name
                and wq_open(item_k) > 0
                move item_k to found_item
            end-if
        end-perform
        if found_item = 0
            display "Nothing is open on that batch's " function trim(work_queue_text)
                " queue; not assigned."
        else
            display "Assign to operator?: " with no advancing
            accept work_operator
            perform check_operator
            evaluate true
                when work_operator = spaces
                    display "An operator is needed; not assigned."
                when operator_known = 0
                    display "No operator " function trim(work_operator)
                        " on the operator master; not assigned."
                when other
                    move "Y" to confirm_answer
                    if found_assignment > 0
                        if at_operator(found_assignment) = work_operator
                            display "Already assigned to " function trim(work_operator) "."
                            move "N" to confirm_answer
                        else
                            display "Checked out to "
                                function trim(at_operator(found_assignment))
                                "; reassign it? (Y/N): " with no advancing
                            accept confirm_answer
                        end-if
                    end-if
                    if confirm_answer = "Y" or confirm_answer = "y"
                        perform post_assignment
                    end-if
            end-evaluate
        end-if
    end-if.

post_assignment.
    if found_assignment = 0
        if assignment_count >= 500
            display "*** The assignments table is full; not assigned. ***"
        else
            add 1 to assignment_count
            move assignment_count to found_assignment
        end-if
    end-if
    if found_assignment > 0
        move work_batch to at_batch(found_assignment)
        move work_queue_name to at_queue(found_assignment)
        move work_operator to at_operator(found_assignment)
        move today_date to at_date(found_assignment)
        move session_operator to at_assigned_by(found_assignment)
        perform save_assignments
        display "Assigned to " function trim(work_operator) "."
        move spaces to audit_key_param
        string "ASSIGN " delimited by size
               work_queue_name delimited by size
               " " delimited by size
               function trim(work_batch) delimited by size
               " " delimited by size
               function trim(work_operator) delimited by size
            into audit_key_param
        move "SUCCESS" to audit_result
        call "write_audit_log" using audit_program_name, audit_key_param,
            audit_result
    end-if.

release_work.
    perform key_batch_and_queue
    if found_assignment = 0
        display "That batch's queue is not assigned to anyone."
    else
        display "Released from " function trim(at_operator(found_assignment))
            " to the pool."
        perform varying assignment_k from found_assignment by 1
            until assignment_k >= assignment_count
            move assignment-entry(assignment_k + 1) to assignment-entry(assignment_k)
        end-perform
        subtract 1 from assignment_count
        perform save_assignments
        move spaces to audit_key_param
        string "RELEASE " delimited by size
               work_queue_name delimited by size
               " " delimited by size
               function trim(work_batch) delimited by size
            into audit_key_param
        move "SUCCESS" to audit_result
        call "write_audit_log" using audit_program_name, audit_key_param,
            audit_result
    end-if.

key_batch_and_queue.
    display "Queue (reject/review)?: " with no advancing
    accept work_queue_text
    move function lower-case(function trim(work_queue_text)) to work_queue_text
    evaluate work_queue_text
        when "reject"
        when "rejects"
            move "REJECT" to work_queue_name
        when "review"
            move "REVIEW" to work_queue_name
        when other
            move spaces to work_queue_name
    end-evaluate
    display "Batch?: " with no advancing
    accept work_batch
    move 0 to found_assignment
    perform varying assignment_k from 1 by 1
        until assignment_k > assignment_count or found_assignment > 0
        if at_batch(assignment_k) = work_batch
            and at_queue(assignment_k) = work_queue_name
            move assignment_k to found_assignment
        end-if
    end-perform.

*> a name is checked against the operator master when there is one
check_operator.
    move 0 to operator_known
    call "CBL_CHECK_FILE_EXIST" using master_identifier, assignment_check_buffer
    if return-code not = 0
        move 1 to operator_known
    else
        open input master_file
        perform forever
            read master_file
                at end exit perform
            end-read
            move spaces to master_id
            unstring master_line delimited by "," into master_id
            if master_id = work_operator and work_operator not = spaces
                move 1 to operator_known
            end-if
        end-perform
        close master_file
    end-if.

load_assignments.
    move 0 to assignment_count
    call "CBL_CHECK_FILE_EXIST" using assignment_identifier, assignment_check_buffer
    if return-code = 0
        open input assignment_file
        perform forever
            read assignment_file
                at end exit perform
            end-read
            if wa_batch not = spaces and assignment_count < 500
                add 1 to assignment_count
                move wa_batch to at_batch(assignment_count)
                move wa_queue to at_queue(assignment_count)
                move wa_operator to at_operator(assignment_count)
                move wa_date to at_date(assignment_count)
                move wa_assigned_by to at_assigned_by(assignment_count)
            end-if
        end-perform
        close assignment_file
    end-if.

save_assignments.
    open output assignment_file
    perform varying assignment_k from 1 by 1 until assignment_k > assignment_count
        move spaces to assignment_record
        move at_batch(assignment_k) to wa_batch
        move at_queue(assignment_k) to wa_queue
        move at_operator(assignment_k) to wa_operator
        move at_date(assignment_k) to wa_date
        move at_assigned_by(assignment_k) to wa_assigned_by
        write assignment_record
    end-perform
    close assignment_file.
