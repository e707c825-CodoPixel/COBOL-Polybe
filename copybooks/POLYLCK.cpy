      *> Run lock record: POLYLOCK.DAT holds a single line while a
      *> program that updates the shared Polybe files (sequence,
      *> checkpoint, transmission, master and log files) is running.
      *> An empty or missing file means the lock is free. The mode is
      *> the unattended parameter mode, I for the interactive menu, A
      *> for the archive job, M for key maintenance, C for the day-end
      *> cutover and V for the one-off master conversion.
       01 RunLockRecord.
           05 LockProgram pic X(16).
           05 LockMode pic X.
           05 LockUser pic X(16).
           05 LockStamp pic X(14).
