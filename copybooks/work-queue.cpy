*> work-queue.cpy
*>
*> The open work on the repair and review queues, one row per batch
*> and queue, as load_work_queue builds it: the batch (the
*> generation base its rejects and review queue hang off), which
*> queue (REJECT for the batch's open entries on the reject
*> register, REVIEW for the review queue still waiting to be
*> walked), how many entries are open, the date the work has been
*> waiting since, and the operator it is assigned to (spaces when it
*> sits in the unassigned pool) with the date it was assigned. A
*> batch assigned out with nothing left open still has a row, with
*> an open count of 0, so a stale assignment shows up to be released.
*>
*> Modification history:
*> Oct. 15, 2026 - BW - first cut, for work_assignment_screen,
*>                      repair_reject_file, and review_queue_screen.

01 work-queue.
    05 wq_count pic s9(4) comp.
    05 work-item occurs 500 times.
        10 wq_batch pic x(40).
        10 wq_queue pic x(6).
        10 wq_open pic 9(7).
        10 wq_since pic 9(8).
        10 wq_operator pic x(20).
        10 wq_assigned_date pic 9(8).
