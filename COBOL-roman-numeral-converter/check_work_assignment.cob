*> check_work_assignment.cob
*>
*> Say whose a batch's repair or review work is, off the supervisor's
*> assignments (work_assignments.txt, kept by work_assignment_screen):
*> the caller passes the queue (REJECT or REVIEW), the batch, and the
*> operator asking; status comes back 0 when the work is assigned to
*> that operator, 1 when it is in the unassigned pool, and 2 when it
*> is checked out to someone else, whose id comes back as the owner.
*> repair_reject_file and review_queue_screen refuse on a 2, so two
*> people can't walk the same batch's queue at once.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026

identification division.
program-id. check_work_assignment.

environment division.
input-output section.
file-control.
    select assignment_file assign assignment_identifier
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

working-storage section.
77 assignment_identifier pic x(40) value "work_assignments.txt". *> the supervisor's assignments
77 assignment_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST

linkage section.
77 asked_queue pic x(6). *> REJECT or REVIEW
77 asked_batch pic x(40). *> the batch whose queue is to be walked
77 asked_operator pic x(20). *> the operator who wants to walk it
77 assignment_status pic 9. *> 0 theirs, 1 unassigned, 2 someone else's
77 assignment_owner pic x(20). *> who it is assigned to, spaces if nobody

procedure division using asked_queue, asked_batch, asked_operator,
    assignment_status, assignment_owner.
    move 1 to assignment_status
    move spaces to assignment_owner
    call "CBL_CHECK_FILE_EXIST" using assignment_identifier, assignment_check_buffer
    if return-code = 0
        open input assignment_file
        perform forever
            read assignment_file
                at end exit perform
            end-read
            if wa_batch = asked_batch and wa_queue = asked_queue
                and wa_operator not = spaces
                move wa_operator to assignment_owner
                if wa_operator = asked_operator
                    move 0 to assignment_status
                else
                    move 2 to assignment_status
                end-if
            end-if
        end-perform
        close assignment_file
    end-if
    goback.
