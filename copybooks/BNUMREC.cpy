*> Batch-number control record: the single record in the BATCHNO
*> control dataset, holding the last batch number assigned. Every
*> program that builds a TRANREC batch (TransactionEntry,
*> SuspenseRework, BatchBackout, LockboxImport,
*> RecurringGenerate) reads it, adds one, rewrites it, and stamps
*> the new number on every record of the batch it writes, so two
*> batches built the same day - a second keying session, a repair
*> batch, a backout, a lockbox import, a standing batch - carry
*> distinct identities all the way through the GL extract, audit
*> trail, run history, and posted-batch register instead of
*> sharing the run date. The month-end cost allocation run
*> (CostAllocation) draws its GL journal's number the same way.
*>
*> Seed the dataset with one 00000000 record; a missing dataset
*> starts the numbering at 00000001 and creates it.
