
      * SnapshotIntervalStr optionally enables a periodic energy log:
      * every SnapshotInterval steps, each moon's potential/kinetic/
      * total energy, then its position and velocity, is written to
      * EnergyFile. SPACES (the default) disables snapshotting
      * entirely.
       01 SnapshotIntervalStr PIC X(5).
       01 SnapshotInterval    PIC 9(5) VALUE 0.
       01 SnapVector.
        02 SnapCoord PIC S9(4) SIGN IS LEADING SEPARATE
                     OCCURS 6 TIMES.

      * ThresholdStr optionally enables the close-approach monitor:
      * every step, every moon pair whose separation (the Manhattan
            MOVE ProvRec TO EnergyRec
            WRITE EnergyRec
            MOVE "Step Moon Pot  Kin  Energy" TO EnergyRec
            MOVE "   x     y     z    vx    vy    vz" TO EnergyRec(27:)
            WRITE EnergyRec
           END-IF.

      * Subroutine LogEnergySnapshot.
      *
      * Write one EnergyRec per moon (current step's potential/kinetic/
      * total energy, then position and velocity) to EnergyFile, so
      * energy trends over a long Steps run can be charted without a
      * per-step console dump.
      *
      * Uses: Kdx, Moons, MoonsLen, Pot, Kin, Energy
       LogEnergySnapshot SECTION.
                        + ABS(VelY(Idx))
                        + ABS(VelZ(Idx))
            COMPUTE Energy = Pot * Kin
            MOVE PosX(Idx) TO SnapCoord(1)
            MOVE PosY(Idx) TO SnapCoord(2)
            MOVE PosZ(Idx) TO SnapCoord(3)
            MOVE VelX(Idx) TO SnapCoord(4)
            MOVE VelY(Idx) TO SnapCoord(5)
            MOVE VelZ(Idx) TO SnapCoord(6)
            MOVE SPACES TO EnergyRec
            STRING Kdx    DELIMITED BY SIZE
                   " "    DELIMITED BY SIZE
                   Kin    DELIMITED BY SIZE
                   " "    DELIMITED BY SIZE
                   Energy DELIMITED BY SIZE
                   " "    DELIMITED BY SIZE
                   SnapCoord(1) DELIMITED BY SIZE
                   " "    DELIMITED BY SIZE
                   SnapCoord(2) DELIMITED BY SIZE
                   " "    DELIMITED BY SIZE
                   SnapCoord(3) DELIMITED BY SIZE
                   " "    DELIMITED BY SIZE
                   SnapCoord(4) DELIMITED BY SIZE
                   " "    DELIMITED BY SIZE
                   SnapCoord(5) DELIMITED BY SIZE
                   " "    DELIMITED BY SIZE
                   SnapCoord(6) DELIMITED BY SIZE
              INTO EnergyRec
            END-STRING
            WRITE EnergyRec
