*> load_work_queue.cob
*>
*> Build the table of open repair and review work (work-queue.cpy)
*> the assignment screen and the two queue screens show. A batch's
*> rejects are open while their entries stand OPEN on the shop-wide
*> reject register, waiting since the oldest was posted. A batch's
*> review queue is open while its "<batch>_review.txt" -- or, once
*> that has been walked, the carry-forward queue the session left,
*> and so on down the chain -- has entries and no disposition
*> summary yet; it waits since the delivery was processed (off the
*> intake register) or, failing that, since the batch's first
*> reject was posted. The batches looked at are every batch on the
*> reject register and every processed delivery on the intake
*> register, under its latest generation when GEN_DATASETS is on.
*> Assignments on work_assignments.txt (work_assignment_screen's)
*> are then laid over the rows.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026

identification division.
program-id. load_work_queue.

environment division.
input-output section.
file-control.
    select register_file assign register_identifier
    organization is line sequential.

    select intake_file assign intake_identifier
    organization is line sequential.

    *> a delivery's generation catalog, when GEN_DATASETS is on
    select gencat_file assign gencat_identifier
    organization is line sequential.

    *> one review queue in the chain being traced
    select queue_file assign queue_identifier
    organization is line sequential.

    select assignment_file assign assignment_identifier
    organization is line sequential.

data division.
file section.
fd register_file.
01 register_record.
    05 rreg_batch pic x(40).
    05 filler pic x(1).
    05 rreg_line pic 9(9).
    05 filler pic x(1).
    05 rreg_numeral pic x(30).
    05 filler pic x(1).
    05 rreg_reason pic x(16).
    05 filler pic x(1).
    05 rreg_post_date pic 9(8).
    05 filler pic x(1).
    05 rreg_disposition pic x(10).
    05 filler pic x(1).
    05 rreg_disp_date pic 9(8).

fd intake_file.
01 intake_record.
    05 itk_file pic x(40).
    05 filler pic x(1).
    05 itk_source pic x(20).
    05 filler pic x(1).
    05 itk_arrival pic 9(8).
    05 filler pic x(1).
    05 itk_expected pic 9(9).
    05 filler pic x(1).
    05 itk_due pic 9(8).
    05 filler pic x(1).
    05 itk_processed pic 9.
    05 filler pic x(1).
    05 itk_run_id pic 9(6).
    05 filler pic x(1).
    05 itk_proc_date pic 9(8).
    05 filler pic x(1).
    05 itk_department pic x(8).

fd gencat_file.
01 gencat_record.
    05 gencat_gen pic 9(4).
    05 filler pic x(1).
    05 gencat_date pic 9(8).

fd queue_file.
01 queue_record.
    05 queue_text pic x(110).

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
*> every batch whose review queue is looked for, with the date its
*> work dates from
01 candidate-batches.
    05 candidate occurs 500 times.
        10 cb_batch pic x(40).
        10 cb_since pic 9(8).
77 candidate_count pic s9(4) comp. *> candidate batches in the table
77 candidate_k pic s9(4) comp. *> index over the candidates
77 found_candidate pic s9(4) comp. *> candidate slot of a batch, 0 if none
77 register_identifier pic x(40) value "reject_register.txt". *> the shop-wide reject register
77 intake_identifier pic x(40) value "intake_register.txt". *> the delivery intake register
77 assignment_identifier pic x(40) value "work_assignments.txt". *> the supervisor's assignments
77 gencat_identifier pic x(52). *> a delivery's generation catalog
77 queue_identifier pic x(120). *> the review queue being looked at
77 summary_identifier pic x(120). *> its disposition summary, there once it was walked
77 queue_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 name_length pic s9(4) comp. *> trimmed length of a queue name
77 chain_k pic s9(4) comp. *> carry-forward generations followed
77 queue_done pic 9. *> 1 once the open end of the chain is found
77 queue_open pic 9(7). *> entries waiting on the open end of the chain
77 gen_number pic 9(4). *> a delivery's latest output generation
77 wanted_batch pic x(40). *> the batch the row lookup is for
77 wanted_queue pic x(6). *> the queue the row lookup is for
77 found_k pic s9(4) comp. *> row of the batch and queue, 0 if none
77 item_k pic s9(4) comp. *> index over the rows

linkage section.
copy "work-queue.cpy".

procedure division using work-queue.
    move 0 to wq_count, candidate_count

    *> open rejects, per batch; every batch on the register is also a
    *> candidate for a review queue
    call "CBL_CHECK_FILE_EXIST" using register_identifier, queue_check_buffer
    if return-code = 0
        open input register_file
        perform forever
            read register_file
                at end exit perform
            end-read
            if rreg_batch = spaces
                exit perform cycle
            end-if
            move rreg_batch to wanted_batch
            perform find_candidate
            if found_candidate = 0 and candidate_count < 500
                add 1 to candidate_count
                move rreg_batch to cb_batch(candidate_count)
                move rreg_post_date to cb_since(candidate_count)
            end-if
            if found_candidate > 0
                if rreg_post_date < cb_since(found_candidate)
                    move rreg_post_date to cb_since(found_candidate)
                end-if
            end-if
            if rreg_disposition = "OPEN"
                move "REJECT" to wanted_queue
                perform find_work_item
                if found_k > 0
                    add 1 to wq_open(found_k)
                    if wq_since(found_k) = 0 or rreg_post_date < wq_since(found_k)
                        move rreg_post_date to wq_since(found_k)
                    end-if
                end-if
            end-if
        end-perform
        close register_file
    end-if

    *> processed deliveries, under their latest generation; the
    *> processed date is when the review queue was written
    call "CBL_CHECK_FILE_EXIST" using intake_identifier, queue_check_buffer
    if return-code = 0
        open input intake_file
        perform forever
            read intake_file
                at end exit perform
            end-read
            if itk_file = spaces or itk_processed not = 1
                exit perform cycle
            end-if
            perform resolve_delivery_batch
            perform find_candidate
            if found_candidate = 0 and candidate_count < 500
                add 1 to candidate_count
                move wanted_batch to cb_batch(candidate_count)
                move candidate_count to found_candidate
            end-if
            if found_candidate > 0
                move itk_proc_date to cb_since(found_candidate)
            end-if
        end-perform
        close intake_file
    end-if

    perform varying candidate_k from 1 by 1 until candidate_k > candidate_count
        perform trace_review_queue
        if queue_open > 0
            move cb_batch(candidate_k) to wanted_batch
            move "REVIEW" to wanted_queue
            perform find_work_item
            if found_k > 0
                move queue_open to wq_open(found_k)
                move cb_since(candidate_k) to wq_since(found_k)
            end-if
        end-if
    end-perform

    *> the supervisor's assignments laid over the open work; one with
    *> nothing left open still shows, to be released
    call "CBL_CHECK_FILE_EXIST" using assignment_identifier, queue_check_buffer
    if return-code = 0
        open input assignment_file
        perform forever
            read assignment_file
                at end exit perform
            end-read
            if wa_batch = spaces
                exit perform cycle
            end-if
            move wa_batch to wanted_batch
            move wa_queue to wanted_queue
            perform find_work_item
            if found_k > 0
                move wa_operator to wq_operator(found_k)
                move wa_date to wq_assigned_date(found_k)
                if wq_since(found_k) = 0
                    move wa_date to wq_since(found_k)
                end-if
            end-if
        end-perform
        close assignment_file
    end-if
    goback.

find_candidate.
    move 0 to found_candidate
    perform varying candidate_k from 1 by 1
        until candidate_k > candidate_count or found_candidate > 0
        if cb_batch(candidate_k) = wanted_batch
            move candidate_k to found_candidate
        end-if
    end-perform.

*> the row for wanted_batch on wanted_queue, added empty when there
*> is none yet; 0 when the table is full
find_work_item.
    move 0 to found_k
    perform varying item_k from 1 by 1
        until item_k > wq_count or found_k > 0
        if wq_batch(item_k) = wanted_batch and wq_queue(item_k) = wanted_queue
            move item_k to found_k
        end-if
    end-perform
    if found_k = 0 and wq_count < 500
        add 1 to wq_count
        move wq_count to found_k
        move wanted_batch to wq_batch(found_k)
        move wanted_queue to wq_queue(found_k)
        move 0 to wq_open(found_k), wq_since(found_k), wq_assigned_date(found_k)
        move spaces to wq_operator(found_k)
    end-if.

*> a delivery's batch is its file name, or the latest generation's
*> name off its catalog
resolve_delivery_batch.
    move itk_file to wanted_batch
    move spaces to gencat_identifier
    string function trim(itk_file) delimited by size
           "_gencat.txt" delimited by size
        into gencat_identifier
    call "CBL_CHECK_FILE_EXIST" using gencat_identifier, queue_check_buffer
    if return-code = 0
        move 0 to gen_number
        open input gencat_file
        perform forever
            read gencat_file
                at end exit perform
            end-read
            move gencat_gen to gen_number
        end-perform
        close gencat_file
        if gen_number > 0
            move spaces to wanted_batch
            string function trim(itk_file) delimited by size
                   "_g" delimited by size
                   gen_number delimited by size
                into wanted_batch
        end-if
    end-if.

*> follow candidate_k's review queue down its carry-forward chain: a
*> queue with a disposition summary beside it was walked, and what it
*> left is in its carry file; the first one not yet walked is the
*> open one, and its entries are what is waiting
trace_review_queue.
    move 0 to queue_open, queue_done, chain_k
    move spaces to queue_identifier
    string function trim(cb_batch(candidate_k)) delimited by size
           "_review.txt" delimited by size
        into queue_identifier
    perform until queue_done = 1 or chain_k > 20
        add 1 to chain_k
        call "CBL_CHECK_FILE_EXIST" using queue_identifier, queue_check_buffer
        if return-code not = 0
            move 1 to queue_done
        else
            move function length(function trim(queue_identifier)) to name_length
            move spaces to summary_identifier
            string queue_identifier(1 : name_length - 4) delimited by size
                   "_disposition.txt" delimited by size
                into summary_identifier
            call "CBL_CHECK_FILE_EXIST" using summary_identifier, queue_check_buffer
            if return-code = 0
                move spaces to summary_identifier
                string queue_identifier(1 : name_length - 4) delimited by size
                       "_carry.txt" delimited by size
                    into summary_identifier
                move summary_identifier to queue_identifier
            else
                open input queue_file
                perform forever
                    read queue_file
                        at end exit perform
                    end-read
                    if queue_text not = spaces
                        add 1 to queue_open
                    end-if
                end-perform
                close queue_file
                move 1 to queue_done
            end-if
        end-if
    end-perform.
