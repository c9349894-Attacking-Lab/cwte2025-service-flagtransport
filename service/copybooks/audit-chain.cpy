      * Shared audit journal chain state record layout.
      * COPY this into the FD of any program that opens
      * data/audit-chain.dat so the physical record layout can never
      * drift between programs.
      * The head of the chained journal: the sequence number and
      * check value of the last line appended to logs/audit.log. Every
      * writer takes this record under lock, chains its line onto it
      * and puts the new head back, so the controller and both
      * Gateways number one journal between them and two writers can
      * never hand out the same sequence number.
       01 Audit-Chain-Head.
           05 AC-Key PIC X(8).
           05 AC-Last-Seq PIC 9(9).
           05 AC-Last-Check PIC 9(9).
